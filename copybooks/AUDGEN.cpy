      ******************************************************************
      * AUDGEN - audit generation control totals.
      * One record per retained generation (AUDITccyymm.LOG) on
      * AUDGENCT.DAT, kept by rotacion_auditoria as it rolls records
      * out: the record count, the cycle numbers summed as a hash
      * total, the first and last chained sequence numbers in the
      * generation and the chain value of its last record.
      * verificacion_auditoria recounts every generation against its
      * entry; an entry whose generation has gone is a missing
      * dataset, not an empty month.
      ******************************************************************
       01  AUDIT-GENERATION-RECORD.
           05  AG-GEN-MONTH            PIC 9(6).
           05  AG-RECORD-COUNT         PIC 9(7).
           05  AG-CYCLE-HASH           PIC 9(9).
           05  AG-FIRST-SEQUENCE       PIC 9(7).
           05  AG-LAST-SEQUENCE        PIC 9(7).
           05  AG-LAST-CHAIN           PIC 9(9).
           05  AG-LAST-ROLL-DATE       PIC 9(8).
