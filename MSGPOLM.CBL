       77  w-cat-buttons         pic 9(01)      value zeros.
       77  w-cat-subst           pic 9(01)      value zeros.
       77  w-cat-text            pic x(200)     value spaces.
      *>-> Any version of the code on file, in effect or still to come
       01  w-cat-latest.
           05  w-cat-latest-date pic 9(08)      value 99999999.
           05  w-cat-latest-time pic 9(08)      value zeros.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
              move             w-key-value(1:6) to w-cat-code,
              call "MSGCATL" using w-cat-code, w-cat-found,
                 w-cat-title, w-cat-icon, w-cat-buttons, w-cat-subst,
                 w-cat-text, w-cat-latest,
              if w-cat-found = "N"
                 display "Code not found in catalog" upon crt,
                 move "N" to w-valid,
