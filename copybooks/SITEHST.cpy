      * SITEHST - site table change-history record.
      * One record appended by mantenimiento_sitios for every add,
      * change or delete actually applied to the keyed site table,
      * carrying the before and after images plus who asked for it,
      * who approved it and when - the searchable twin of the
      * signed-off paper report, for the day someone asks what a
      * site's banner said last March. The before image is SPACES
      * for an add, the after image SPACES for a delete.
      * SH-EFFECTIVE-DATE is the date the
      * transaction asked for (SPACES when it was immediate), which
      * can differ from SH-APPLIED-DATE when a pending transaction
      * waited over a weekend for the next maintenance run.
       01  SITE-HIST-RECORD.
           05  SH-APPLIED-DATE         PIC 9(8).
           05  SH-APPLIED-TIME         PIC 9(8).
      *    SH-USER-ID is the user who keyed the request,
      *    SH-APPROVER-ID the different user who approved it.
           05  SH-USER-ID              PIC X(8).
           05  SH-APPROVER-ID          PIC X(8).
           05  SH-ACTION               PIC X(1).
           05  SH-SITE-ID              PIC X(4).
           05  SH-EFFECTIVE-DATE       PIC X(8).
