      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGSIMR: Record layout for the what-if scratch file MSGSIM
      *>-> replays history against (MSGSIM.DAT, line sequential, keyed
      *>-> by hand or by an editor). One line per proposed change to
      *>-> the headless policy (MSGPOL.DAT) or the maintenance-window
      *>-> calendar (MSGWIND.DAT) - the live masters are never touched,
      *>-> so a proposal can be tried as often as the change board likes
      *>-> before it is keyed in MSGPOLM or MSGWINM.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGSIM-RECORD.
      *>-> "P" a policy entry, "W" a window entry
           05  SM-FILE                            pic x(01).
      *>-> "A" add the entry, or replace the live one with the same key;
      *>-> "D" take the live entry with that key away
           05  SM-ACTION                          pic x(01).
      *>-> The entry itself, laid out exactly as on the master it
      *>-> proposes to change (only the key is read on a "D" line)
           05  SM-ENTRY                           pic x(68).
           05  SM-POLICY-ENTRY    redefines SM-ENTRY.
               10  SM-PY-KEY-TYPE                 pic x(01).
               10  SM-PY-KEY-VALUE                pic x(30).
               10  SM-PY-ACTION                   pic x(01).
               10  filler                         pic x(36).
           05  SM-WINDOW-ENTRY    redefines SM-ENTRY.
               10  SM-MW-WINDOW-ID                pic x(08).
               10  SM-MW-START-DATE               pic 9(08).
               10  SM-MW-START-TIME               pic 9(06).
               10  SM-MW-END-DATE                 pic 9(08).
               10  SM-MW-END-TIME                 pic 9(06).
               10  SM-MW-PROGRAM                  pic x(30).
               10  SM-MW-AUTO-ANSWER              pic 9(01).
               10  SM-MW-ACTIVE                   pic x(01).
