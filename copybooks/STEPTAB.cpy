      ******************************************************************
      * STEPTAB - nightly stream step definition.
      * The steps of the nightly stream in the order they run, each
      * under the 12-character name it files alerts with, and the
      * highest return code that still counts as "completed" for
      * that step. control_pasos lets a step start only when every
      * step ahead of it here completed for the same cycle, so
      * inserting a step is one new entry in the right place and
      * the count below.
      * conciliacion_extracto ends 8 on an undelivered feed: that is
      * a finding for the morning report, not a reason to hold the
      * rest of the stream, so 08 is still completed for it.
      * integridad_sitios runs last and ends 4 when it finds bad
      * site reference data - again a finding for the morning
      * shift, well ahead of the next night's run.
      * depuracion_retencion follows escalado_alertas so the alert
      * queue is aged and escalated before anything is expired.
      * distribucion_banners follows the start-of-day run so the
      * branch packages go out as soon as the banners exist; it
      * ends 4 when a failed site was left out of its package.
      * verificacion_auditoria follows rotacion_auditoria so the
      * trail is verified as soon as it is rolled, ahead of the
      * compliance report; it ends 8 on a broken trail, which is a
      * finding for audit, so 08 is still completed for it.
      ******************************************************************
       01  SD-STEP-VALUES.
           05  FILLER                  PIC X(14) VALUE
               "HOLA_MUNDO2 00".
           05  FILLER                  PIC X(14) VALUE
               "DISTRIBUCION04".
           05  FILLER                  PIC X(14) VALUE
               "CONC_CICLOS 00".
           05  FILLER                  PIC X(14) VALUE
               "EXTRACTO_MON00".
           05  FILLER                  PIC X(14) VALUE
               "CONC_EXTRACT08".
           05  FILLER                  PIC X(14) VALUE
               "RESUMEN_DIAR00".
           05  FILLER                  PIC X(14) VALUE
               "ESCALADO_ALR00".
           05  FILLER                  PIC X(14) VALUE
               "DEPURACION_R00".
           05  FILLER                  PIC X(14) VALUE
               "ARCHIVO_BANN00".
           05  FILLER                  PIC X(14) VALUE
               "ROTACION_AUD00".
           05  FILLER                  PIC X(14) VALUE
               "VERIFICACION08".
           05  FILLER                  PIC X(14) VALUE
               "INTEGRIDAD_S04".
       01  SD-STEP-TABLE REDEFINES SD-STEP-VALUES.
           05  SD-STEP-ENTRY           OCCURS 12 TIMES.
               10  SD-STEP-NAME        PIC X(12).
               10  SD-STEP-MAX-RC      PIC 9(2).
       01  SD-STEP-COUNT               PIC 9(2) VALUE 12.
