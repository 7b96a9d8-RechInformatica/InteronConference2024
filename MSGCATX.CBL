      *>-> variants are keyed - so the import side can tell "this
      *>-> environment has no variants" from an old-style export that
      *>-> never carried them.
      *>->
      *>-> The catalog keeps dated versions (see MSGCATR); an export
      *>-> carries one row per code, and one per code + language, with
      *>-> the wording in effect now and the moment it took effect -
      *>-> or, for a code none of whose versions has taken effect yet
      *>-> (or one deleted and added again for a date to come), its
      *>-> first one to come, so no cataloged code is left off (and
      *>-> deleted by the load). The date the promoted wording takes
      *>-> effect is chosen where it is loaded (MSGCATI-EFFECTIVE), but
      *>-> a version still to come here is never put in effect there
      *>-> ahead of its own date. A code or variant deleted here (its
      *>-> version in effect is a deletion, nothing to come) is left
      *>-> off, and the load deletes it in turn.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgcatx.
                                  assign to "MSGCAT.DAT"
                                  organization is indexed
                                  access mode is sequential
                                  record key is MC-KEY
                                  file status is w-cat-status.
           select                 export-file
                                  assign to "MSGCATX.DAT"
       file                       section.
       fd  msgcat-file.
           copy                   MSGCATR.
      *>-> Layout MSGCATI reads back: the row fields of MSGCATR, then
      *>-> the moment the version exported takes effect
       fd  export-file.
       01  export-record.
           05  xp-code            pic x(06).
           05  xp-title           pic x(60).
           05  xp-icon            pic 9(01).
           05  xp-buttons         pic 9(01).
           05  xp-subst-count     pic 9(01).
           05  xp-text            pic x(200).
           05  xp-eff.
               10  xp-eff-date    pic 9(08).
               10  xp-eff-time    pic 9(08).
       fd  msgcatv-file.
           copy                   MSGCATVR.
      *>-> Likewise the variant fields of MSGCATVR
       fd  exportv-file.
       01  exportv-record.
           05  yv-code            pic x(06).
           05  yv-language        pic x(02).
           05  yv-title           pic x(60).
           05  yv-text            pic x(200).
           05  yv-eff.
               10  yv-eff-date    pic 9(08).
               10  yv-eff-time    pic 9(08).
       working-storage            section.
       77  w-cat-status          pic x(02)      value spaces.
       77  w-exp-status          pic x(02)      value spaces.
           88 w-eof-yes                          value "Y".
       77  w-export-count        pic 9(05)      value zeros.
       77  w-variant-count       pic 9(05)      value zeros.
       77  w-deleted-count       pic 9(05)      value zeros.
       77  w-vdeleted-count      pic 9(05)      value zeros.
       01  w-display-count       pic z(4)9.
      *>-- Version grouping: the version in effect now is held while
      *>-- the rest of the code's (or variant's) versions are read past,
      *>-- and the first one still to come beside it
       01  w-now.
           05  w-now-date        pic 9(08)      value zeros.
           05  w-now-time        pic 9(08)      value zeros.
       01  w-hold-row            pic x(309)     value spaces.
       01  w-next-row            pic x(309)     value spaces.
       01  w-hold-vrow           pic x(308)     value spaces.
       01  w-next-vrow           pic x(308)     value spaces.
       01  w-pend-row            pic x(309)     value spaces.
       01  w-pend-vrow           pic x(308)     value spaces.
       77  w-hold-found          pic x(01)      value "N".
           88 w-hold-found-yes                   value "Y".
       77  w-pend-found          pic x(01)      value "N".
           88 w-pend-found-yes                   value "Y".
       77  w-group-code          pic x(06)      value spaces.
       77  w-group-lang          pic x(02)      value spaces.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
           move       function current-date(1:16) to w-now.
           open                   input msgcat-file.
           if                     w-cat-status not = "00"
              display "MSGCATX: catalog file is empty or missing, "
                 "status " w-cat-status upon crt,
           else,
              open             output export-file,
              perform          1100-read-next-row,
              perform          1000-export-next-code
                 until         w-eof-yes,
              close            msgcat-file,
              close            export-file,
              move             w-export-count to w-display-count,
              display "MSGCATX: " w-display-count " rows exported "
                 "to MSGCATX.DAT" upon crt,
              move             w-deleted-count to w-display-count,
              display "MSGCATX: " w-display-count " deleted codes "
                 "left off" upon crt,
              perform          2000-export-variants,
           end-if.
           stop                   run.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A deletion in effect gives way to the first version to come,
      *>-> if there is one; without one the code is not exported
       1000-export-next-code.
           move                   "N" to w-hold-found.
           move                   "N" to w-pend-found.
           move                   MC-CODE to w-group-code.
           perform                1200-gather-code-version
                     until         w-eof-yes or
                                   MC-CODE not = w-group-code.
           move                   MSGCAT-RECORD to w-next-row.
           if                     w-hold-found-yes
              move             w-hold-row to MSGCAT-RECORD,
              if               MC-DELETED
                 move          "N" to w-hold-found,
              end-if,
           end-if.
           if                     not w-hold-found-yes and
                                  w-pend-found-yes
              move             w-pend-row to MSGCAT-RECORD,
              move             "Y" to w-hold-found,
           end-if.
           if                     w-hold-found-yes
              perform          1300-write-export-row,
           else,
              add              1 to w-deleted-count,
           end-if.
           move                   w-next-row to MSGCAT-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       1100-read-next-row.
           read                   msgcat-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Versions arrive in effective order; each one in effect now
      *>-> replaces the one held
       1200-gather-code-version.
           if                     MC-EFF-DATE < w-now-date or
                                  (MC-EFF-DATE = w-now-date and
                                   MC-EFF-TIME not > w-now-time)
              move             MSGCAT-RECORD to w-hold-row,
              move             "Y" to w-hold-found,
           else,
              if               not w-pend-found-yes
                 move          MSGCAT-RECORD to w-pend-row,
                 move          "Y" to w-pend-found,
              end-if,
           end-if.
           perform                1100-read-next-row.
      *>--------------------------------------------------------------------------------------------------------------<*
       1300-write-export-row.
           move                   MC-CODE to xp-code.
           move                   MC-TITLE to xp-title.
           move                   MC-ICON to xp-icon.
           move                   MC-BUTTONS to xp-buttons.
           move                   MC-SUBST-COUNT to xp-subst-count.
           move                   MC-TEXT to xp-text.
           move                   MC-EFF-DATE to xp-eff-date.
           move                   MC-EFF-TIME to xp-eff-time.
           write                  export-record.
           add                    1 to w-export-count.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The variant export is written even when MSGCATV.DAT does not
      *>-> exist yet: an empty MSGCATVX.DAT tells MSGCATI "no variants
      *>-> here", where a missing one would read as an old-style export
           open                   input msgcatv-file.
           if                     w-var-status = "00"
              move             "N" to w-eof,
              perform          2200-read-next-variant,
              perform          2100-export-next-variant
                 until         w-eof-yes,
              close            msgcatv-file,
           move                   w-variant-count to w-display-count.
           display "MSGCATX: " w-display-count " language variants "
              "exported to MSGCATVX.DAT" upon crt.
           move                   w-vdeleted-count to w-display-count.
           display "MSGCATX: " w-display-count " deleted variants "
              "left off" upon crt.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Held the way 1000 holds the base rows
       2100-export-next-variant.
           move                   "N" to w-hold-found.
           move                   "N" to w-pend-found.
           move                   CV-CODE to w-group-code.
           move                   CV-LANGUAGE to w-group-lang.
           perform                2300-gather-variant-version
                     until         w-eof-yes or
                                   CV-CODE not = w-group-code or
                                   CV-LANGUAGE not = w-group-lang.
           move                   MSGCATV-RECORD to w-next-vrow.
           if                     w-hold-found-yes
              move             w-hold-vrow to MSGCATV-RECORD,
              if               CV-DELETED
                 move          "N" to w-hold-found,
              end-if,
           end-if.
           if                     not w-hold-found-yes and
                                  w-pend-found-yes
              move             w-pend-vrow to MSGCATV-RECORD,
              move             "Y" to w-hold-found,
           end-if.
           if                     w-hold-found-yes
              perform          2400-write-export-variant,
           else,
              add              1 to w-vdeleted-count,
           end-if.
           move                   w-next-vrow to MSGCATV-RECORD.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-read-next-variant.
           read                   msgcatv-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 continue,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2300-gather-variant-version.
           if                     CV-EFF-DATE < w-now-date or
                                  (CV-EFF-DATE = w-now-date and
                                   CV-EFF-TIME not > w-now-time)
              move             MSGCATV-RECORD to w-hold-vrow,
              move             "Y" to w-hold-found,
           else,
              if               not w-pend-found-yes
                 move          MSGCATV-RECORD to w-pend-vrow,
                 move          "Y" to w-pend-found,
              end-if,
           end-if.
           perform                2200-read-next-variant.
      *>--------------------------------------------------------------------------------------------------------------<*
       2400-write-export-variant.
           move                   CV-CODE to yv-code.
           move                   CV-LANGUAGE to yv-language.
           move                   CV-TITLE to yv-title.
           move                   CV-TEXT to yv-text.
           move                   CV-EFF-DATE to yv-eff-date.
           move                   CV-EFF-TIME to yv-eff-time.
           write                  exportv-record.
           add                    1 to w-variant-count.
       end program                msgcatx.
