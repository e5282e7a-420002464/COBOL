      ******************************************************************
      * AUDVREC - audit trail verification result.
      * One record on AUDVSTAT.DAT, replaced by every run of
      * verificacion_auditoria: when the trail was last checked,
      * whether every link, generation control total and the
      * AUDCTL.DAT end point held, and how much was checked.
      * informe_cumplimiento prints it under its totals so the
      * monthly report says whether the trail it counted is intact.
      ******************************************************************
       01  AUDIT-VERIFY-RECORD.
           05  AV-RUN-DATE             PIC 9(8).
           05  AV-RUN-TIME             PIC 9(8).
           05  AV-RESULT               PIC X(1).
               88  AV-TRAIL-INTACT     VALUE "C".
               88  AV-TRAIL-BROKEN     VALUE "B".
           05  AV-BREAK-COUNT          PIC 9(5).
           05  AV-RECORDS-CHECKED      PIC 9(7).
           05  AV-LAST-SEQUENCE        PIC 9(7).
