      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGREFC: Counts the rows on the dependent files that still
      *>-> name a catalog code or a reason code, and - on request, once
      *>-> the caller has had it confirmed - takes the catalog code's
      *>-> dependent master rows off with it (see MSGREFP). Shared by
      *>-> MSGMAINT, MSGCATI and MSGRCDM so that no delete of a code can
      *>-> leave policy, guidance or translation rows pointing at
      *>-> nothing; MSGINTG sweeps for whatever got past them anyway.
      *>->
      *>-> A dependent file that does not exist yet simply holds no
      *>-> rows. Any other open failure returns 9: a code that cannot
      *>-> be checked is treated as referenced and must not be deleted.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgrefc.
       environment                division.
       configuration              section.
       special-names.
           decimal-point     is   comma.
       input-output               section.
       file-control.
           select                 msgpol-file
                                  assign to "MSGPOL.DAT"
                                  organization is indexed
                                  access mode is random
                                  record key is PY-KEY
                                  file status is w-pol-status.
           select                 msgcatv-file
                                  assign to "MSGCATV.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is CV-KEY
                                  file status is w-catv-status.
           select                 msghelp-file
                                  assign to "MSGHELP.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is HG-KEY
                                  file status is w-help-status.
           select                 msghlpv-file
                                  assign to "MSGHLPV.DAT"
                                  organization is indexed
                                  access mode is dynamic
                                  record key is HV-KEY
                                  file status is w-hlpv-status.
           select                 msgrsn-file
                                  assign to "MSGRSN.DAT"
                                  organization is sequential
                                  file status is w-rsn-status.
      *>--------------------------------------------------------------------------------------------------------------<*
       data                       division.
       file                       section.
       fd  msgpol-file.
           copy                   MSGPOLR.
       fd  msgcatv-file.
           copy                   MSGCATVR.
       fd  msghelp-file.
           copy                   MSGHLPR.
       fd  msghlpv-file.
           copy                   MSGHLPVR.
       fd  msgrsn-file.
           copy                   MSGRSNR.
       working-storage            section.
       77  w-pol-status          pic x(02)       value spaces.
       77  w-catv-status         pic x(02)       value spaces.
       77  w-help-status         pic x(02)       value spaces.
       77  w-hlpv-status         pic x(02)       value spaces.
       77  w-rsn-status          pic x(02)       value spaces.
       77  w-done                pic x(01)       value "N".
           88 w-done-yes                          value "Y".
      *>-- Languages the code's variants and translated guidance are
      *>-- kept in, tabled while counting so the cascade can hand each
      *>-- one to its writer; a code in more languages than the table
      *>-- holds is not cascaded at all
       77  w-lang-max            pic 9(03)       value 50.
       77  w-var-count           pic 9(03)       value zeros comp-x.
       77  w-var-i               pic 9(03)       value zeros comp-x.
      *>-- A language whose latest variant version is a deletion
      *>-- (CV-DELETED) has no variant left and is not tabled
       01  w-var-table.
           05  w-var-entry                       occurs 50 times.
               10  w-var-lang    pic x(02).
               10  w-var-dropped pic x(01).
       77  w-hlpv-count          pic 9(03)       value zeros comp-x.
       77  w-hlpv-i              pic 9(03)       value zeros comp-x.
       01  w-hlpv-table.
           05  w-hlpv-lang       pic x(02)       occurs 50 times.
       77  w-lang-overflow       pic x(01)       value "N".
           88 w-lang-overflow-yes                 value "Y".
      *>-- Writer interfaces (MSGPOLW, MSGCATVW, MSGHELPW, MSGHLPVW)
       77  w-return-code         pic 9(02)       value zeros.
       77  w-key-value           pic x(30)       value spaces.
       77  w-action              pic x(01)       value spaces.
       77  w-language            pic x(02)       value spaces.
       77  w-title               pic x(60)       value spaces.
       77  w-text                pic x(200)      value spaces.
       01  w-eff.
           05  w-eff-date        pic 9(08)       value zeros.
           05  w-eff-time        pic 9(08)       value zeros.
       77  w-line-no             pic 9(03)       value zeros.
       77  w-line-text           pic x(70)       value spaces.
       linkage                    section.
       copy                       MSGREFP.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division using MSGREF-PARMS.
       0000-main.
           move                   zeros        to RF-POLICY-COUNT.
           move                   zeros        to RF-VARIANT-COUNT.
           move                   zeros        to RF-HELP-COUNT.
           move                   zeros        to RF-HLPV-COUNT.
           move                   zeros        to RF-TRAIL-COUNT.
           move                   zeros        to RF-RETURN-CODE.
           move                   zeros        to w-var-count.
           move                   zeros        to w-hlpv-count.
           move                   "N"          to w-lang-overflow.
           evaluate               true
              when                RF-COUNT-REASON
                 perform          6000-count-reason-trail,
              when                RF-COUNT-CATALOG
                 perform          1000-count-catalog-refs,
              when                RF-CASCADE-CATALOG
                 perform          1000-count-catalog-refs
                 evaluate         true
                    when          not RF-OK
                       continue
                    when          RF-TRAIL-COUNT > 0
                       move       8            to RF-RETURN-CODE
                    when          w-lang-overflow-yes
                       move       9            to RF-RETURN-CODE
                    when          other
                       perform    7000-cascade-catalog-refs
                 end-evaluate,
           end-evaluate.
           goback.
      *>--------------------------------------------------------------------------------------------------------------<*
       1000-count-catalog-refs.
           perform                1100-count-policy.
           perform                2000-count-variants.
           perform                3000-count-help.
           perform                4000-count-help-variants.
           perform                5000-count-catalog-trail.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A "C" entry is keyed on the code alone, exactly as MSGPOLL
      *>-> looks it up, so there is at most one
       1100-count-policy.
           open                   input msgpol-file.
           if                     w-pol-status = "00"
              move                "C"          to PY-KEY-TYPE
              move                spaces       to PY-KEY-VALUE
              move                RF-CODE      to PY-KEY-VALUE
              read                msgpol-file  key is PY-KEY
              if                  w-pol-status = "00"
                 move             1            to RF-POLICY-COUNT,
              end-if
              close               msgpol-file,
           else,
              if                  w-pol-status not = "35"
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       2000-count-variants.
           open                   input msgcatv-file.
           if                     w-catv-status = "00"
              move                RF-CODE      to CV-CODE
              move                low-values   to CV-LANGUAGE
              move                zeros        to CV-EFF-DATE
              move                zeros        to CV-EFF-TIME
              move                "N"          to w-done
              start               msgcatv-file key not < CV-KEY
              if                  w-catv-status not = "00"
                 move             "Y"          to w-done,
              end-if
              perform             2100-count-next-variant
                                  until w-done-yes
              close               msgcatv-file
              if                  w-var-count > 0 and
                                  w-var-dropped(w-var-count) = "Y"
                 subtract         1            from w-var-count
                 subtract         1            from RF-VARIANT-COUNT,
              end-if,
           else,
              if                  w-catv-status not = "35"
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A language's dated versions arrive together; it is counted
      *>-> and tabled on its first version only, and its last version
      *>-> decides whether it is still there
       2100-count-next-variant.
           read                   msgcatv-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               CV-CODE not = RF-CODE
                    move          "Y"          to w-done,
                 else,
                    if            w-var-count = 0 or
                                  CV-LANGUAGE not =
                                  w-var-lang(w-var-count)
                       perform    2200-table-variant-language,
                    end-if,
                    if            w-var-count > 0
                       if         CV-DELETED
                          move    "Y" to w-var-dropped(w-var-count),
                       else,
                          move    "N" to w-var-dropped(w-var-count),
                       end-if,
                    end-if,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The slot of a language found deleted is taken over
       2200-table-variant-language.
           evaluate               true
              when                w-var-count > 0 and
                                  w-var-dropped(w-var-count) = "Y"
                 move             CV-LANGUAGE
                                  to w-var-lang(w-var-count)
              when                w-var-count < w-lang-max
                 add              1            to RF-VARIANT-COUNT
                 add              1            to w-var-count
                 move             CV-LANGUAGE
                                  to w-var-lang(w-var-count)
              when                other
                 add              1            to RF-VARIANT-COUNT
                 move             "Y"          to w-lang-overflow
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       3000-count-help.
           open                   input msghelp-file.
           if                     w-help-status = "00"
              move                RF-CODE      to HG-CODE
              move                zeros        to HG-LINE-NO
              move                "N"          to w-done
              start               msghelp-file key not < HG-KEY
              if                  w-help-status not = "00"
                 move             "Y"          to w-done,
              end-if
              perform             3100-count-next-help
                                  until w-done-yes
              close               msghelp-file,
           else,
              if                  w-help-status not = "35"
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       3100-count-next-help.
           read                   msghelp-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               HG-CODE not = RF-CODE
                    move          "Y"          to w-done,
                 else,
                    add           1            to RF-HELP-COUNT,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       4000-count-help-variants.
           open                   input msghlpv-file.
           if                     w-hlpv-status = "00"
              move                RF-CODE      to HV-CODE
              move                low-values   to HV-LANGUAGE
              move                zeros        to HV-LINE-NO
              move                "N"          to w-done
              start               msghlpv-file key not < HV-KEY
              if                  w-hlpv-status not = "00"
                 move             "Y"          to w-done,
              end-if
              perform             4100-count-next-help-variant
                                  until w-done-yes
              close               msghlpv-file,
           else,
              if                  w-hlpv-status not = "35"
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Lines arrive in language order, so a language is tabled on
      *>-> its first line only
       4100-count-next-help-variant.
           read                   msghlpv-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               HV-CODE not = RF-CODE
                    move          "Y"          to w-done,
                 else,
                    add           1            to RF-HLPV-COUNT,
                    if            w-hlpv-count = 0 or
                                  HV-LANGUAGE not =
                                  w-hlpv-lang(w-hlpv-count)
                       perform    4200-table-help-language,
                    end-if,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       4200-table-help-language.
           if                     w-hlpv-count < w-lang-max
              add                 1            to w-hlpv-count
              move                HV-LANGUAGE
                                  to w-hlpv-lang(w-hlpv-count),
           else,
              move                "Y"          to w-lang-overflow,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5000-count-catalog-trail.
           open                   input msgrsn-file.
           if                     w-rsn-status = "00"
              move                "N"          to w-done
              perform             5100-check-next-justification
                                  until w-done-yes
              close               msgrsn-file,
           else,
              if                  w-rsn-status not = "35"
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       5100-check-next-justification.
           read                   msgrsn-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               RR-CODE = RF-CODE
                    add           1            to RF-TRAIL-COUNT,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       6000-count-reason-trail.
           open                   input msgrsn-file.
           if                     w-rsn-status = "00"
              move                "N"          to w-done
              perform             6100-check-next-reason
                                  until w-done-yes
              close               msgrsn-file,
           else,
              if                  w-rsn-status not = "35"
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       6100-check-next-reason.
           read                   msgrsn-file next record
              at end
                 move             "Y"          to w-done,
              not at end
                 if               RR-REASON-CODE = RF-CODE(1:4)
                    add           1            to RF-TRAIL-COUNT,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Every dependent goes through its own writer, so the change
      *>-> journal holds each row the cascade took off. The first
      *>-> writer that fails stops the cascade: the caller then keeps
      *>-> the catalog row, and what is left still hangs off it
       7000-cascade-catalog-refs.
           if                     RF-POLICY-COUNT > 0
              move                spaces       to w-key-value
              move                RF-CODE      to w-key-value
              call "MSGPOLW" using "D", "C", w-key-value, w-action,
                 w-return-code
              if                  w-return-code not = 0
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
           perform                7100-delete-variant
                     varying       w-var-i from 1 by 1
                     until         w-var-i > w-var-count or
                                   not RF-OK.
           if                     RF-OK and RF-HELP-COUNT > 0
              call "MSGHELPW" using "D", RF-CODE, w-line-no,
                 w-line-text, w-return-code
              if                  w-return-code not = 0
                 move             9            to RF-RETURN-CODE,
              end-if,
           end-if.
           perform                7200-delete-help-variant
                     varying       w-hlpv-i from 1 by 1
                     until         w-hlpv-i > w-hlpv-count or
                                   not RF-OK.
      *>--------------------------------------------------------------------------------------------------------------<*
       7100-delete-variant.
           move                   w-var-lang(w-var-i) to w-language.
           call "MSGCATVW" using "D", RF-CODE, w-language, w-eff,
              w-title, w-text, w-return-code.
           if                     w-return-code not = 0
              move                9            to RF-RETURN-CODE,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
       7200-delete-help-variant.
           move                   w-hlpv-lang(w-hlpv-i) to w-language.
           call "MSGHLPVW" using "D", RF-CODE, w-language, w-line-no,
              w-line-text, w-return-code.
           if                     w-return-code not = 0
              move                9            to RF-RETURN-CODE,
           end-if.
       end program                msgrefc.
