      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCATVR: Record layout for the message catalog language
      *>-> variants (MSGCATV.DAT), indexed by catalog code + language +
      *>-> effective-from timestamp. Holds the translated title and
      *>-> text of one MSGCAT.DAT row for one operator language; icon,
      *>-> buttons and substitution count always come from the base row,
      *>-> so a translation can never change a message's severity or
      *>-> break a caller's addSub chain. Maintained in MSGMAINT with
      *>-> the base row, applied by MessageBox:>show for dialogs built
      *>-> via showCode, and promoted test-to-production by MSGCATX and
      *>-> MSGCATI with the base rows. Kept as dated versions exactly as
      *>-> the base rows are (see MSGCATR): the variant serving a dialog
      *>-> is the latest one effective at or before the dialog's
      *>-> timestamp. A deleted variant ends, as a deleted row does,
      *>-> in a version with HIGH-VALUES for a title (CV-DELETED):
      *>-> from its date on the language has no variant and the base
      *>-> wording stands.
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGCATV-RECORD.
           05  CV-KEY.
               10  CV-CODE                        pic x(06).
               10  CV-LANGUAGE                    pic x(02).
               10  CV-EFF-DATE                    pic 9(08).
               10  CV-EFF-TIME                    pic 9(08).
           05  CV-TITLE                           pic x(60).
               88  CV-DELETED                     value high-values.
           05  CV-TEXT                            pic x(200).
           05  CV-KEYED-BY                        pic x(08).
           05  CV-KEYED-DATE                      pic 9(08).
           05  CV-KEYED-TIME                      pic 9(08).
