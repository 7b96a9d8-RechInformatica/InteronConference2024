      *>-> description are not blank, that each severity flag is Y or N,
      *>-> and that the code is valid for at least one severity - a code
      *>-> no dialog could ever use is a keying error, not a policy.
      *>-> A code already cited on the justification trail (MSGRSN.DAT)
      *>-> can no longer be deleted.
      *>--------------------------------------------------------------------------------------------------------------<*
       identification             division.
       program-id.                msgrcdm.
       77  w-sev-error           pic x(01)      value spaces.
       77  w-valid               pic x(01)      value "Y".
           88 w-valid-yes                        value "Y".
      *>-> Audit-trail check before a delete (MSGREFC)
       copy                       MSGREFP.
       01  w-display-count       pic z(6)9.
      *>--------------------------------------------------------------------------------------------------------------<*
       procedure                  division.
       0000-main-process.
              end-if,
           end-if.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> A code the audit trail has cited is never deleted: the
      *>-> justifications citing it can't be cascaded away, and would
      *>-> be left explaining themselves with a code nobody can read
       5000-delete-code.
           display "Code to delete: " upon crt.
           accept                 w-code from crt.
           move          function upper-case(w-code) to w-code.
           move                   "R" to RF-FUNCTION.
           move                   w-code to RF-CODE.
           call "MSGREFC" using MSGREF-PARMS.
           evaluate               true,
              when not RF-OK
                 display "Audit trail could not be checked, code "
                    "not deleted" upon crt,
              when RF-TRAIL-COUNT > 0
                 move          RF-TRAIL-COUNT to w-display-count,
                 display "Code is cited by" w-display-count
                    " justifications on the audit trail - it "
                    "cannot be deleted" upon crt,
              when other
                 call "MSGRCDW" using "D", w-code, w-desc,
                    w-sev-info, w-sev-warning, w-sev-error,
                    w-return-code,
                 if w-return-code = 1
                    display "Code not found" upon crt,
                 end-if,
           end-evaluate.
      *>--------------------------------------------------------------------------------------------------------------<*
       6000-enter-code-fields.
           move                   "Y" to w-valid.
