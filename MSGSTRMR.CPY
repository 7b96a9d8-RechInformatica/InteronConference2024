      *>-> flush writes attributes the collapsed repeats the same way
      *>-> the first occurrence was attributed
           05  ST-POLICY-SOURCE                   pic x(01).
      *>-> Catalog code of the watched dialog (see ML-CATALOG-CODE),
      *>-> carried onto the summary record for the same reason
           05  ST-CATALOG-CODE                    pic x(06).
