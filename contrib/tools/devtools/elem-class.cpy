      *> ***************************************************************
      *> Copybook:  elem-class.cpy
      *> Purpose:   Request area for the ELEMCLASS callable data element
      *>            register lookup - what a field is, who owns it and
      *>            how sensitive its values are.
      *>                CALL "ELEMCLASS" USING EC-REQUEST
      *>            with ec-function:
      *>              CLASS   look up ec-name.  The register (DATAELEM.DAT,
      *>                      or the DATA_ELEMENTS name) is keyed by the
      *>                      canonical name; a name not registered is
      *>                      folded through the field synonym dictionary
      *>                      (FLDSYN.DAT, or FIELD_SYNONYMS) onto its
      *>                      logical name and looked up again, so
      *>                      CUST-NO, CUSTNO and WS-CUSTOMER-NO all answer
      *>                      as the one registered element.  Returns
      *>                      ec-canonical, ec-class, ec-owner and
      *>                      ec-sensitive "Y" for PII and PCI.
      *>              COUNT   ec-count only - how many registered elements
      *>                      are PII or PCI (zero: nothing to protect)
      *>              RELOAD  read the register and dictionary again
      *>            Both files are read on the first call and kept.
      *>            Classes: PUBLIC, INTERNAL, PII, PCI.
      *>
      *>            ec-status: 00 registered, 04 not in the register
      *>            (class spaces, not sensitive), 12 bad request, 16 no
      *>            register file - nothing is classified.
      *> ***************************************************************
       01  ec-request.
           05  ec-function          pic x(8).
           05  ec-name              pic x(32).
           05  ec-canonical         pic x(32).
           05  ec-class             pic x(8).
           05  ec-owner             pic x(30).
           05  ec-sensitive         pic x.
               88  ec-is-sensitive  value "Y".
           05  ec-count             pic 9(5).
           05  ec-status            pic xx.
               88  ec-found         value "00".
               88  ec-not-found     value "04".
               88  ec-bad-request   value "12".
               88  ec-no-register   value "16".
