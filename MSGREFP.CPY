      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> MSGREFP: Linkage record for CALL "MSGREFC", the check every
      *>-> delete of a master code makes before it lands, the way
      *>-> MSGRUNP serves MSGRUNS. The caller fills the function and
      *>-> the code; MSGREFC returns how many rows on the dependent
      *>-> files still name it:
      *>->   "C" counts what hangs off catalog code RF-CODE - its
      *>->       policy entry (MSGPOL.DAT "C"), languages it has
      *>->       variants in (MSGCATV.DAT, however many dated versions
      *>->       each), guidance lines (MSGHELP.DAT), translated
      *>->       guidance lines (MSGHLPV.DAT) and justifications on the
      *>->       audit trail (MSGRSN.DAT RR-CODE);
      *>->   "D" counts the same, then deletes the policy entry,
      *>->       variants and guidance through their own writers (so
      *>->       every row taken off is journaled) - the caller has had
      *>->       the cascade confirmed. Refused, nothing deleted, while
      *>->       the audit trail names the code: a justification can
      *>->       never be cascaded away;
      *>->   "R" counts the justifications citing reason code RF-CODE
      *>->       (first 4 characters, MSGRSN.DAT RR-REASON-CODE).
      *>--------------------------------------------------------------------------------------------------------------<*
       01  MSGREF-PARMS.
           05  RF-FUNCTION                        pic x(01).
               88  RF-COUNT-CATALOG               value "C".
               88  RF-CASCADE-CATALOG             value "D".
               88  RF-COUNT-REASON                value "R".
           05  RF-CODE                            pic x(06).
           05  RF-POLICY-COUNT                    pic 9(05).
           05  RF-VARIANT-COUNT                   pic 9(05).
           05  RF-HELP-COUNT                      pic 9(05).
           05  RF-HLPV-COUNT                      pic 9(05).
           05  RF-TRAIL-COUNT                     pic 9(07).
      *>-> 0 = counted (and, for "D", cascaded), 8 = cascade refused
      *>-> (the audit trail names the code), 9 = a dependent file could
      *>-> not be read or a dependent row not deleted - treat the code
      *>-> as still referenced
           05  RF-RETURN-CODE                     pic 9(02).
               88  RF-OK                          value 0.
               88  RF-REFUSED                     value 8.
               88  RF-IO-ERROR                    value 9.
