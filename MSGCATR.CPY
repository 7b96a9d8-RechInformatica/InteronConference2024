      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCATR: Record layout for the message catalog (MSGCAT.DAT),
      *>-> indexed by MC-KEY. Maintained by MSGMAINT and read by
      *>-> MessageBox:>showCode so message wording/severity can be changed
      *>-> centrally, without recompiling any calling program.
      *>->
      *>-> Each row is one dated version of a code: a change never
      *>-> overwrites the wording in force, it is filed as a new version
      *>-> effective from the moment (or the future date) it was keyed
      *>-> for. The version serving a dialog is the latest one of its
      *>-> code effective at or before the dialog's timestamp (MSGCATL);
      *>-> its effective window runs until the next version of the code
      *>-> takes over. A future-dated version sits on file unused until
      *>-> its date comes.
      *>->
      *>-> A delete files one more version, effective from the moment
      *>-> of the delete, with HIGH-VALUES for a title (MC-DELETED) -
      *>-> no wording that could ever be keyed. From then on the code
      *>-> is not found (MSGCATL), while the versions dialogs were shown
      *>-> stay on file behind it; a later add starts the code again.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGCAT-RECORD.
           05  MC-KEY.
               10  MC-CODE                        pic x(06).
      *>-> Effective from, as the audit trail stamps its timestamps;
      *>-> zeros on rows carried over from before versions were kept
      *>-> (in force since the code was first cataloged)
               10  MC-EFF-DATE                    pic 9(08).
               10  MC-EFF-TIME                    pic 9(08).
           05  MC-TITLE                           pic x(60).
               88  MC-DELETED                     value high-values.
           05  MC-ICON                            pic 9(01).
           05  MC-BUTTONS                         pic 9(01).
           05  MC-SUBST-COUNT                     pic 9(01).
           05  MC-TEXT                            pic x(200).
      *>-> Who keyed the version (login, as the change journal records
      *>-> it) and when; spaces/zeros on rows carried over
           05  MC-KEYED-BY                        pic x(08).
           05  MC-KEYED-DATE                      pic 9(08).
           05  MC-KEYED-TIME                      pic 9(08).
