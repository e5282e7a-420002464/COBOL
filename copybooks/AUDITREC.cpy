      * (the OS account) is the same batch-service userid every run;
      * AU-JOB-ID carries the JCL-supplied job name/number so one
      * execution can still be told apart from another.
      * AU-SEQUENCE-NUMBER and AU-CHAIN-VALUE make the trail tamper
      * evident (see AUDCHAIN); the record is 53 bytes.
      ******************************************************************
       01  AUDIT-FILE-RECORD.
           05  AU-RUN-DATE             PIC 9(8).
           05  AU-OPERATOR-ID          PIC X(8).
           05  AU-JOB-ID               PIC X(8).
           05  AU-CYCLE-NUMBER         PIC 9(3).
      *    "B" is not an execution: reverso_ciclo writes it when a
      *    released cycle is backed out, carrying the cycle it took
      *    back, so every report reading the trail can treat the
      *    runs logged earlier under that cycle as reversed.
           05  AU-RUN-TYPE             PIC X(1).
               88  AU-NORMAL-RUN       VALUE "N".
               88  AU-RERUN            VALUE "R".
               88  AU-BACKOUT          VALUE "B".
      *    "Y" when the process date was the last business day of
      *    its month on the calendar, so month-end executions can be
      *    told apart in the audit trail without re-reading the
      *    calendar years later.
           05  AU-MONTH-END-FLAG       PIC X(1).
               88  AU-MONTH-END-RUN    VALUE "Y".
      *    Counts every record ever written to the trail, 1 up,
      *    across AUDIT.LOG and its monthly generations; the last
      *    one issued is kept on AUDCTL.DAT. Zero marks a record
      *    written before the trail was chained.
           05  AU-SEQUENCE-NUMBER      PIC 9(7).
      *    Folded from the previous record's chain value and this
      *    record's first 44 bytes, so removing, editing, moving or
      *    slipping in a record breaks every link after it.
           05  AU-CHAIN-VALUE          PIC 9(9).
