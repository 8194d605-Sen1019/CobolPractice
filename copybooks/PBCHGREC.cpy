      *>----------------------------------------------------------------
      *> PBCHGREC.cpy
      *> Record layout for the payee bank detail change register, keyed
      *> by payee type, payee id and a change sequence within the
      *> payee.  A sort code or account number keyed on the vendor or
      *> landlord screens never goes straight onto the master: it is
      *> held here until a second operator -- not the one who keyed it
      *> -- has called the payee back on a number already on file and
      *> approved it.  The payment runs go on paying the details on
      *> the master until the cooling-off period after approval has
      *> passed, and then move the new details onto the master
      *> themselves.  One change at a time may be open for a payee.
      *>----------------------------------------------------------------
       01  PAYEE-BANK-CHANGE-RECORD.
           05  PBC-KEY.
               10  PBC-PAYEE-TYPE           PIC X.
                   88  PBC-PAYEE-IS-VENDOR      VALUE "V".
                   88  PBC-PAYEE-IS-LANDLORD    VALUE "L".
                   88  PBC-PAYEE-TYPE-IS-VALID  VALUE "V" "L".
               10  PBC-PAYEE-ID             PIC X(6).
               10  PBC-CHANGE-SEQ           PIC 9(4).
      *>   Pending approval, approved and cooling off, in force (moved
      *>   onto the master by a payment run), or rejected.
           05  PBC-STATUS                   PIC X.
               88  PBC-IS-PENDING               VALUE "P".
               88  PBC-IS-APPROVED              VALUE "A".
               88  PBC-IS-IN-FORCE              VALUE "I".
               88  PBC-IS-REJECTED              VALUE "R".
               88  PBC-IS-OPEN                  VALUE "P" "A".
           05  PBC-OLD-SORT-CODE            PIC X(8).
           05  PBC-OLD-ACCOUNT              PIC X(10).
           05  PBC-NEW-SORT-CODE            PIC X(8).
           05  PBC-NEW-ACCOUNT              PIC X(10).
           05  PBC-REQUESTED-DATE           PIC 9(8).
           05  PBC-REQUESTED-BY             PIC X(8).
      *>   The call-back that confirmed the change with the payee --
      *>   the number rung must be one already held, never one given
      *>   in the instruction being checked.
           05  PBC-CALLBACK-DATE            PIC 9(8).
           05  PBC-CALLBACK-PHONE           PIC X(20).
           05  PBC-CALLBACK-SPOKE-TO        PIC X(30).
           05  PBC-APPROVED-DATE            PIC 9(8).
           05  PBC-APPROVED-BY              PIC X(8).
      *>   A change may be rejected while it waits for approval or
      *>   while it cools off -- the approval, if there was one, is
      *>   kept alongside.
           05  PBC-REJECTED-DATE            PIC 9(8).
           05  PBC-REJECTED-BY              PIC X(8).
      *>   Approval date plus the cooling-off days on the control
      *>   record -- the first day a payment run may pay the new
      *>   details.
           05  PBC-EFFECTIVE-DATE           PIC 9(8).
           05  PBC-APPLIED-DATE             PIC 9(8).
