      *>----------------------------------------------------------------
      *> PROPSUPREC.cpy
      *> Record layout for the property council and supplier register,
      *> keyed by property plus service -- the council the property
      *> pays council tax to, and the gas, electricity and water
      *> suppliers.  Each names a vendor-master entry (councils and
      *> utility suppliers are set up there like any other payee) and
      *> the property's account reference with them, so a change of
      *> occupier can be sent to the right place quoting the right
      *> account.
      *>----------------------------------------------------------------
       01  PROPERTY-SUPPLIER-RECORD.
           05  PSUP-KEY.
               10  PSUP-PROP-ID              PIC X(6).
      *>       The service names match MTR-METER-TYPE so a meter and
      *>       its supplier pair up on the same key.
               10  PSUP-SERVICE              PIC X(8).
                   88  PSUP-IS-COUNCIL           VALUE "COUNCIL".
                   88  PSUP-IS-GAS               VALUE "GAS".
                   88  PSUP-IS-ELECTRIC          VALUE "ELECTRIC".
                   88  PSUP-IS-WATER             VALUE "WATER".
                   88  PSUP-SERVICE-IS-VALID     VALUE "COUNCIL"
                                                       "GAS"
                                                       "ELECTRIC"
                                                       "WATER".
           05  PSUP-VENDOR-ID                PIC X(6).
           05  PSUP-ACCOUNT-REF              PIC X(20).
