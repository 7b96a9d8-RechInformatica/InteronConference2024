      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGJRNR: Record layout for the master-file change journal
      *>-> (MSGJRN.DAT), indexed by timestamp + sequence like the audit
      *>-> trail. One record is written by MSGJRNW for every row a
      *>-> maintenance writer (MSGCATW, MSGCATVW, MSGHELPW, MSGHLPVW,
      *>-> MSGOPRW, MSGPOLW, MSGWINW, MSGRCDW, MSGONCW) adds, changes or
      *>-> deletes, carrying who did it and the whole row as it stood
      *>-> before and after - so "who switched that policy entry, and
      *>-> when" always has an answer. MJ-SEQ-NO tells apart changes
      *>-> journaled within the same hundredth of a second (a code
      *>-> delete takes every guidance line with it in one call).
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGJRN-RECORD.
           05  MJ-KEY.
               10  MJ-TIMESTAMP.
                   15  MJ-LOG-DATE                pic 9(08).
                   15  MJ-LOG-TIME                pic 9(08).
               10  MJ-SEQ-NO                      pic 9(03).
      *>-> Login (USER/USERNAME) and workstation (COMPUTERNAME/HOSTNAME)
      *>-> of the session that made the change, found the same way
      *>-> MSGBOX finds the operator of a dialog
           05  MJ-OPERATOR                        pic x(08).
           05  MJ-WORKSTATION                     pic x(15).
      *>-> Master file changed, by its file name without ".DAT":
      *>-> MSGCAT, MSGCATV, MSGHELP, MSGHLPV, MSGOPR, MSGPOL, MSGWIND,
      *>-> MSGRCD or MSGONC
           05  MJ-FILE                            pic x(08).
      *>-> Record key of the row changed, as it sits at the front of
      *>-> the record
           05  MJ-ROW-KEY                         pic x(40).
      *>-> "A" added (no before image), "C" changed, "D" deleted (no
      *>-> after image - save for a catalog row or variant, where it
      *>-> is the dated deletion version the delete filed, see MSGCATR)
           05  MJ-ACTION                          pic x(01).
               88  MJ-ACTION-ADD                  value "A".
               88  MJ-ACTION-CHANGE               value "C".
               88  MJ-ACTION-DELETE               value "D".
      *>-> The whole row, byte for byte, in its own record layout;
      *>-> spaces where the action has no image
           05  MJ-BEFORE-IMAGE                    pic x(400).
           05  MJ-AFTER-IMAGE                     pic x(400).
