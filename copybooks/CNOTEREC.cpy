      *>----------------------------------------------------------------
      *> CNOTEREC.cpy
      *> Record layout for the contact notes file -- the phone calls,
      *> visits, promises to pay and owner instructions around a
      *> tenancy that CORRESPREC (notices issued) does not cover.
      *> Keyed by what the note is about (tenant, landlord, lease or
      *> property) and the date and time it was written, so a
      *> subject's notes read back in the order they were made.
      *> CNOTE-LEASE-NUMBER ties a note on a tenant or property to the
      *> lease it concerns, so LEASE-ENQUIRY and the legal case screen
      *> can show everything said about a tenancy whichever way it
      *> was filed.  CNOTE-DIARY-KEY puts each follow-up in the
      *> diary of the operator who is to do it, in date order.
      *>----------------------------------------------------------------
       01  CONTACT-NOTE-RECORD.
           05  CNOTE-KEY.
               10  CNOTE-SUBJECT-TYPE       PIC X.
                   88  CNOTE-ON-TENANT          VALUE "T".
                   88  CNOTE-ON-LANDLORD        VALUE "L".
                   88  CNOTE-ON-LEASE           VALUE "E".
                   88  CNOTE-ON-PROPERTY        VALUE "P".
                   88  CNOTE-SUBJECT-IS-VALID   VALUE "T" "L" "E"
                                                      "P".
               10  CNOTE-SUBJECT-ID         PIC X(6).
               10  CNOTE-NOTE-DATE          PIC 9(8).
               10  CNOTE-NOTE-TIME          PIC 9(6).
      *>   Blank when the note is not about any one tenancy (a
      *>   landlord's instruction covering the whole portfolio).
           05  CNOTE-LEASE-NUMBER           PIC X(6).
      *>   The operator id the posting jobs stamp on their run log.
           05  CNOTE-OPERATOR-ID            PIC X(8).
           05  CNOTE-CONTACT-METHOD         PIC X.
               88  CNOTE-BY-PHONE               VALUE "P".
               88  CNOTE-BY-EMAIL               VALUE "E".
               88  CNOTE-BY-LETTER              VALUE "L".
               88  CNOTE-IN-PERSON              VALUE "V".
               88  CNOTE-BY-OTHER               VALUE "O".
               88  CNOTE-METHOD-IS-VALID        VALUE "P" "E" "L"
                                                      "V" "O".
           05  CNOTE-NOTE-TYPE              PIC X.
               88  CNOTE-IS-GENERAL             VALUE "G".
               88  CNOTE-IS-PROMISE-TO-PAY      VALUE "P".
               88  CNOTE-IS-OWNER-INSTRUCTION   VALUE "I".
               88  CNOTE-TYPE-IS-VALID          VALUE "G" "P" "I".
      *>   What was promised, for a promise to pay; the follow-up date
      *>   is then the day it was promised by.
           05  CNOTE-PROMISED-AMOUNT        PIC 9(6)V99.
           05  CNOTE-TEXT                   PIC X(60).
      *>   No follow-up: operator blank and date zero.  A follow-up is
      *>   cleared by stamping the done date -- the diary key is left
      *>   as it was, so the record of when it was due survives.
           05  CNOTE-FOLLOW-UP.
               10  CNOTE-DIARY-KEY.
                   15  CNOTE-FOLLOW-UP-OPERATOR PIC X(8).
                   15  CNOTE-FOLLOW-UP-DATE     PIC 9(8).
               10  CNOTE-FOLLOW-UP-DONE-DATE    PIC 9(8).
               10  CNOTE-FOLLOW-UP-DONE-BY      PIC X(8).
