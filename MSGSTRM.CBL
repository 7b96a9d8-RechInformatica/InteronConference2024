       data                       division.
       file                       section.
       fd  msgstrm-file.
       01  msgstrm-state          pic x(347).
       working-storage            section.
           copy                   MSGSTRMR.
       77  w-file-status         pic x(02)      value spaces.
       01  p-answer              pic 9(01).
       01  p-suppress            pic x(01).
       01  p-policy-source       pic x(01).
       01  p-catalog-code        pic x(06).
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using p-function,
                                              p-program,
                                              p-workstation,
                                              p-answer,
                                              p-suppress,
                                              p-policy-source,
                                              p-catalog-code.
       0000-main.
           move          function current-date to w-current-datetime.
           perform                0100-load-state.
                 ST-REPEAT-COUNT, w-log-show-date, w-log-show-time,
                 ST-OPERATOR, ST-WORKSTATION, w-log-timed-out,
                 ST-POLICY-SOURCE, w-log-operator-2, w-log-dual,
                 w-log-window, ST-CATALOG-CODE,
              move             zeros to ST-REPEAT-COUNT,
              perform          9000-write-state,
           end-if.
           move                   zeros to ST-REPEAT-COUNT.
           move                   p-policy-source
                                             to ST-POLICY-SOURCE.
           move                   p-catalog-code
                                             to ST-CATALOG-CODE.
           perform                9000-write-state.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The whole state is one record, so replacing the file is the
