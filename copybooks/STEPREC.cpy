      ******************************************************************
      * STEPREC - nightly stream step-log record.
      * Appended by control_pasos on both sides of every step in the
      * nightly stream: an "S" record when the step is let through
      * to start, an "E" record with the step's return code when it
      * ends. A step whose last record for the cycle is an "S" died
      * without reporting - the record trail replaces reconstructing
      * the night from SYSOUT. hola_mundo2 is only given its cycle
      * number once it runs, so its start record carries the zero
      * sentinel and its end record the cycle it actually produced.
      * A "B" record is written by reverso_ciclo when a cycle is
      * backed out: everything logged for that cycle before it no
      * longer counts, so the reissued cycle runs its stream afresh.
      ******************************************************************
       01  STEP-LOG-RECORD.
           05  SL-CYCLE-NUMBER         PIC 9(3).
           05  SL-STEP-NAME            PIC X(12).
           05  SL-EVENT                PIC X(1).
               88  SL-STEP-STARTED     VALUE "S".
               88  SL-STEP-ENDED       VALUE "E".
               88  SL-CYCLE-BACKOUT    VALUE "B".
           05  SL-EVENT-DATE           PIC 9(8).
           05  SL-EVENT-TIME           PIC 9(8).
           05  SL-RETURN-CODE          PIC 9(4).
           05  SL-JOB-ID               PIC X(8).
