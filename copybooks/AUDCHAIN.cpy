      ******************************************************************
      * AUDCHAIN - audit trail chain work area.
      * Every audit record carries AU-CHAIN-VALUE, folded from the
      * chain value of the record before it and the first 44 bytes
      * of its own image (everything up to and including its
      * sequence number): for each byte in turn the running value is
      * multiplied by 31, the byte's code and its position are
      * added, and the result is reduced modulo 999999937. The first
      * record of the trail folds from zero. The programs that write
      * the trail and verificacion_auditoria, which checks it, all
      * fold through this work area so the arithmetic cannot drift
      * between them. AC-BYTE-WORD puts one byte behind a binary
      * low-value so its code can be read as a number.
      ******************************************************************
       01  AC-CHAIN-WORK.
           05  AC-RECORD-IMAGE         PIC X(44).
           05  AC-PRIOR-CHAIN          PIC 9(9).
           05  AC-CHAIN-VALUE          PIC 9(9).
           05  AC-ACCUMULATOR          PIC 9(11).
           05  AC-QUOTIENT             PIC 9(11).
           05  AC-REMAINDER            PIC 9(9).
           05  AC-BYTE-SUB             PIC 9(2).
       01  AC-BYTE-WORD.
           05  AC-BYTE-HIGH            PIC X(1) VALUE LOW-VALUE.
           05  AC-BYTE-LOW             PIC X(1).
       01  AC-BYTE-VALUE REDEFINES AC-BYTE-WORD PIC 9(4) COMP.
