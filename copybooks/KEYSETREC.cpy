      *>----------------------------------------------------------------
      *> KEYSETREC.cpy
      *> Record layout for the key register, keyed by property plus a
      *> set number -- one record per physical set of keys cut for a
      *> property, showing where it is now.  A set is either in the
      *> key safe, out with a holder, or retired once the locks it
      *> opens have been changed or it is lost.  Every issue and
      *> return is logged against the set on the key movement file
      *> (KEYMOVREC); KSET-LAST-MOVEMENT is the sequence last used.
      *>----------------------------------------------------------------
       01  KEY-SET-RECORD.
           05  KSET-KEY.
               10  KSET-PROP-ID             PIC X(6).
               10  KSET-SET-NUMBER          PIC 9(2).
           05  KSET-DESCRIPTION             PIC X(30).
           05  KSET-KEY-COUNT               PIC 9(2).
           05  KSET-STATUS                  PIC X.
               88  KSET-IS-IN                   VALUE "I".
               88  KSET-IS-OUT                  VALUE "O".
               88  KSET-IS-RETIRED              VALUE "X".
      *>   Who has the set while it is out -- blank when it is in.
           05  KSET-HOLDER-TYPE             PIC X.
               88  KSET-HELD-BY-TENANT          VALUE "T".
               88  KSET-HELD-BY-CONTRACTOR      VALUE "C".
               88  KSET-HELD-BY-INSPECTOR       VALUE "I".
               88  KSET-HELD-BY-OTHER           VALUE "O".
               88  KSET-HOLDER-TYPE-IS-VALID    VALUE "T" "C"
                                                      "I" "O".
           05  KSET-HOLDER-ID               PIC X(6).
           05  KSET-HOLDER-NAME             PIC X(30).
      *>   What the set went out for -- the lease a tenant holds it
      *>   under, the work order a contractor is attending, or the
      *>   date of the inspection it was taken to.
           05  KSET-LEASE-NUMBER            PIC X(6).
           05  KSET-WO-NUMBER               PIC X(6).
           05  KSET-INSP-DATE               PIC 9(8).
           05  KSET-ISSUED-DATE             PIC 9(8).
      *>   Zero on a tenant's set -- due back when the tenancy ends.
           05  KSET-EXPECTED-RETURN         PIC 9(8).
           05  KSET-LAST-MOVEMENT           PIC 9(4).
