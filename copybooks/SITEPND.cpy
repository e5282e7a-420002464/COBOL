      ******************************************************************
      * SITEPND - site maintenance pending-queue record.
      * Every add, change or delete mantenimiento_sitios has accepted
      * but not yet applied: first held for a second user's
      * approval (status H), then, once approved, waiting for its
      * effective date if that is still in the future (status A).
      * The request reference - the date it was keyed plus a
      * sequence within that date - is what the approver quotes on
      * the V or R transaction. A held request nobody decides on
      * ages out after the approval window and is reported, not
      * applied. PN-TRAN-IMAGE is the keyed SITETRN record as it
      * arrived.
      ******************************************************************
       01  SITE-PENDING-RECORD.
           05  PN-REQUEST-REF.
               10  PN-REQUEST-DATE     PIC 9(8).
               10  PN-REQUEST-SEQ      PIC 9(4).
           05  PN-STATUS               PIC X(1).
               88  PN-AWAITING-APPROVAL VALUE "H".
               88  PN-APPROVED         VALUE "A".
           05  PN-REQUESTER-ID         PIC X(8).
           05  PN-APPROVER-ID          PIC X(8).
           05  PN-DECISION-DATE        PIC 9(8).
           05  PN-TRAN-IMAGE           PIC X(99).
