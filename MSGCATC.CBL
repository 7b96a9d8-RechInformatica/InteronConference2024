      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGCATC: One-time conversion of the message catalog
      *>-> (MSGCAT.DAT) and its language variants (MSGCATV.DAT) from
      *>-> the original one-row-per-code layouts to the dated versions
      *>-> of MSGCATR and MSGCATVR. Without it every open of either file
      *>-> fails on the record-length mismatch and no dialog built via
      *>-> showCode finds its wording - run it once at cutover, before
      *>-> the first dialog after the upgrade, exactly as MSGCKPTC
      *>-> converts the checkpoints.
      *>->
      *>-> The old files never said when a row took effect or who keyed
      *>-> it, so each row becomes its code's first version, effective
      *>-> from zeros (in effect since before versions were kept) with
      *>-> the keyed-by login and moment left blank; the change journal
      *>-> (MSGJRNR) still holds who keyed it, where it was journaled.
      *>-> Each file is probed in the current length first (already
      *>-> converted: nothing is touched, so a second run is harmless),
      *>-> the load is verified by a read-back count, and only then is
      *>-> the original replaced.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatc.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma,
           console           is   crt.
       input-output               section.
       file-control.
      *>-> Probes only: an indexed open in the current record length
      *>-> that works means the file is already converted
           select                 probe-file
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is probe-key
                                  file status is w-probe-status.
           select                 probev-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is probev-key
                                  file status is w-probe-status.
      *>-> The original layouts, under their own names
           select                 oldcat-file
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is OC-CODE
                                  file status is w-old-status.
           select                 oldvar-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is OV-KEY
                                  file status is w-old-status.
           select                 msgcatn-file
                                  assign to "MSGCATN.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MC-KEY
                                  file status is w-new-status.
           select                 msgcatvn-file
                                  assign to "MSGCATVN.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is CV-KEY
                                  file status is w-new-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  probe-file.
       01  probe-record.
           05  probe-key          pic x(22).
           05  filler             pic x(287).
       fd  probev-file.
       01  probev-record.
           05  probev-key         pic x(24).
           05  filler             pic x(284).
       fd  oldcat-file.
       01  oldcat-record.
           05  OC-CODE            pic x(06).
           05  OC-TITLE           pic x(60).
           05  OC-ICON            pic 9(01).
           05  OC-BUTTONS         pic 9(01).
           05  OC-SUBST-COUNT     pic 9(01).
           05  OC-TEXT            pic x(200).
       fd  oldvar-file.
       01  oldvar-record.
           05  OV-KEY.
               10  OV-CODE        pic x(06).
               10  OV-LANGUAGE    pic x(02).
           05  OV-TITLE           pic x(60).
           05  OV-TEXT            pic x(200).
       fd  msgcatn-file.
           copy                   MSGCATR.
       fd  msgcatvn-file.
           copy                   MSGCATVR.
       working-storage            section.
       77  w-probe-status        pic x(02)      value spaces.
       77  w-old-status          pic x(02)      value spaces.
       77  w-new-status          pic x(02)      value spaces.
       77  w-eof                 pic x(01)      value "N".
           88 w-eof-yes                          value "Y".
       77  w-abort               pic x(01)      value "N".
           88 w-abort-yes                        value "Y".
       77  w-old-name            pic x(12)      value spaces.
       77  w-new-name            pic x(12)      value spaces.
       77  w-convert-count       pic 9(05)      value zeros.
       77  w-verify-count        pic 9(05)      value zeros.
       77  w-file-op-status      pic s9(09)     comp-5 value zeros.
       01  w-display-count       pic z(4)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           perform                1000-convert-catalog.
           perform                2000-convert-variants.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-convert-catalog.
           move                   "N" to w-abort.
           move                   zeros to w-convert-count.
           move                   zeros to w-verify-count.
           open                   input probe-file.
           if                     w-probe-status = "00"
              close            probe-file,
              display "MSGCATC: MSGCAT.DAT is already in the "
                 "current layout - nothing to do" upon crt,
              move             "Y" to w-abort,
           else,
              if               w-probe-status = "35"
                 display "MSGCATC: no catalog file to convert"
                    upon crt,
                 move          "Y" to w-abort,
              end-if,
           end-if.
           if                     not w-abort-yes
              perform          1100-load-catalog,
           end-if.
           if                     not w-abort-yes
              perform          1300-verify-catalog,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-load-catalog.
           open                   input oldcat-file.
           open                   output msgcatn-file.
           if                     w-old-status not = "00" or
                                  w-new-status not = "00"
              display "MSGCATC: cannot open catalog files, status "
                 w-old-status " " w-new-status upon crt,
              move             "Y" to w-abort,
           else,
              move             "N" to w-eof,
              perform          1110-read-next-row,
              perform          1200-convert-one-row
                 until         w-eof-yes,
              close            oldcat-file,
              close            msgcatn-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1110-read-next-row.
           read                   oldcat-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       1200-convert-one-row.
           move                   OC-CODE     to MC-CODE.
           move                   zeros       to MC-EFF-DATE.
           move                   zeros       to MC-EFF-TIME.
           move                   OC-TITLE    to MC-TITLE.
           move                   OC-ICON     to MC-ICON.
           move                   OC-BUTTONS  to MC-BUTTONS.
           move                   OC-SUBST-COUNT
                                              to MC-SUBST-COUNT.
           move                   OC-TEXT     to MC-TEXT.
           move                   spaces      to MC-KEYED-BY.
           move                   zeros       to MC-KEYED-DATE.
           move                   zeros       to MC-KEYED-TIME.
           write                  MSGCAT-RECORD.
           add                    1 to w-convert-count.
           perform                1110-read-next-row.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The original is only replaced when the new file reads back
      *>-> with exactly the row count that went in
       1300-verify-catalog.
           open                   input msgcatn-file.
           if                     w-new-status not = "00"
              move             "Y" to w-abort,
           else,
              perform          1310-count-converted-row
                 until         w-new-status not = "00",
              close            msgcatn-file,
           end-if.
           if                     not w-abort-yes and
                                  w-verify-count = w-convert-count
              move             "MSGCAT.DAT" to w-old-name,
              move             "MSGCATN.DAT" to w-new-name,
              perform          8000-swap-files,
              move             w-convert-count to w-display-count,
              display "MSGCATC: " w-display-count " catalog rows "
                 "converted to dated versions" upon crt,
           else,
              display "MSGCATC: verification failed - original "
                 "MSGCAT.DAT left unchanged" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       1310-count-converted-row.
           read                   msgcatn-file next record
              at end
                 continue,
              not at end
                 add              1 to w-verify-count,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The variants go through the same probe, load and verify as
      *>-> the base rows, independently of them
       2000-convert-variants.
           move                   "N" to w-abort.
           move                   zeros to w-convert-count.
           move                   zeros to w-verify-count.
           open                   input probev-file.
           if                     w-probe-status = "00"
              close            probev-file,
              display "MSGCATC: MSGCATV.DAT is already in the "
                 "current layout - nothing to do" upon crt,
              move             "Y" to w-abort,
           else,
              if               w-probe-status = "35"
                 display "MSGCATC: no variant file to convert"
                    upon crt,
                 move          "Y" to w-abort,
              end-if,
           end-if.
           if                     not w-abort-yes
              perform          2100-load-variants,
           end-if.
           if                     not w-abort-yes
              perform          2300-verify-variants,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2100-load-variants.
           open                   input oldvar-file.
           open                   output msgcatvn-file.
           if                     w-old-status not = "00" or
                                  w-new-status not = "00"
              display "MSGCATC: cannot open variant files, status "
                 w-old-status " " w-new-status upon crt,
              move             "Y" to w-abort,
           else,
              move             "N" to w-eof,
              perform          2110-read-next-variant,
              perform          2200-convert-one-variant
                 until         w-eof-yes,
              close            oldvar-file,
              close            msgcatvn-file,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2110-read-next-variant.
           read                   oldvar-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-convert-one-variant.
           move                   OV-CODE     to CV-CODE.
           move                   OV-LANGUAGE to CV-LANGUAGE.
           move                   zeros       to CV-EFF-DATE.
           move                   zeros       to CV-EFF-TIME.
           move                   OV-TITLE    to CV-TITLE.
           move                   OV-TEXT     to CV-TEXT.
           move                   spaces      to CV-KEYED-BY.
           move                   zeros       to CV-KEYED-DATE.
           move                   zeros       to CV-KEYED-TIME.
           write                  MSGCATV-RECORD.
           add                    1 to w-convert-count.
           perform                2110-read-next-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-verify-variants.
           open                   input msgcatvn-file.
           if                     w-new-status not = "00"
              move             "Y" to w-abort,
           else,
              perform          2310-count-converted-variant
                 until         w-new-status not = "00",
              close            msgcatvn-file,
           end-if.
           if                     not w-abort-yes and
                                  w-verify-count = w-convert-count
              move             "MSGCATV.DAT" to w-old-name,
              move             "MSGCATVN.DAT" to w-new-name,
              perform          8000-swap-files,
              move             w-convert-count to w-display-count,
              display "MSGCATC: " w-display-count " language variants "
                 "converted to dated versions" upon crt,
           else,
              display "MSGCATC: verification failed - original "
                 "MSGCATV.DAT left unchanged" upon crt,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2310-count-converted-variant.
           read                   msgcatvn-file next record
              at end
                 continue,
              not at end
                 add              1 to w-verify-count,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       8000-swap-files.
           call "CBL_DELETE_FILE" using w-old-name
              returning           w-file-op-status.
           call "CBL_RENAME_FILE" using w-new-name, w-old-name
              returning           w-file-op-status.
       end program                msgcatc.
