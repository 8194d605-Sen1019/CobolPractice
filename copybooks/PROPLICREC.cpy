      *>----------------------------------------------------------------
      *> PROPLICREC.cpy
      *> Record layout for the property licensing register, keyed by
      *> property -- one record for each property the council says
      *> must be licensed (a mandatory or additional HMO licence, or
      *> selective licensing of the area).  A property with no record
      *> here, or one marked not required, needs no licence.  The
      *> licence caps how many people and how many separate households
      *> may live in the property; a new let or a change of lease
      *> parties is refused if it would go over either figure, or if
      *> a licensable property has no granted, unexpired licence.
      *>----------------------------------------------------------------
       01  PROPERTY-LICENCE-RECORD.
           05  LIC-PROP-ID                  PIC X(6).
           05  LIC-TYPE                     PIC X(8).
               88  LIC-IS-MANDATORY-HMO         VALUE "HMO".
               88  LIC-IS-ADDITIONAL-HMO        VALUE "ADDHMO".
               88  LIC-IS-SELECTIVE             VALUE "SELECTV".
               88  LIC-TYPE-IS-VALID            VALUE "HMO"
                                                      "ADDHMO"
                                                      "SELECTV".
           05  LIC-STATUS                   PIC X.
               88  LIC-IS-REQUIRED              VALUE "R".
               88  LIC-IS-APPLIED               VALUE "A".
               88  LIC-IS-GRANTED               VALUE "G".
               88  LIC-NOT-REQUIRED             VALUE "N".
               88  LIC-STATUS-IS-VALID          VALUE "R" "A"
                                                      "G" "N".
           05  LIC-COUNCIL                  PIC X(30).
           05  LIC-NUMBER                   PIC X(20).
           05  LIC-APPLIED-DATE             PIC 9(8).
           05  LIC-ISSUE-DATE               PIC 9(8).
           05  LIC-EXPIRY-DATE              PIC 9(8).
      *>   Zero = the licence sets no limit of that kind.
           05  LIC-MAX-OCCUPANTS            PIC 9(3).
           05  LIC-MAX-HOUSEHOLDS           PIC 9(3).
