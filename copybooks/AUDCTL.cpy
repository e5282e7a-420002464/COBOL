      ******************************************************************
      * AUDCTL - audit trail control record.
      * One record on AUDCTL.DAT, rewritten by every program that
      * appends to AUDIT.LOG: the sequence number and chain value of
      * the last audit record written. The next writer continues the
      * chain from here, and verificacion_auditoria checks the end of
      * the trail against it so records cut from the tail of
      * AUDIT.LOG cannot pass unnoticed.
      ******************************************************************
       01  AUDIT-CONTROL-RECORD.
           05  AK-LAST-SEQUENCE        PIC 9(7).
           05  AK-LAST-CHAIN           PIC 9(9).
