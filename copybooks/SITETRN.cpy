      * is applied automatically on the first run on or after that
      * date - so a holiday TITULO no longer has to be keyed the
      * night before and reversed the night after.
      * Site changes are dual-control: an add, change or delete is
      * only held until a second user keys a V (approve) or R
      * (reject) transaction quoting the request reference printed
      * on SITEMANT.RPT. TR-USER-ID is whoever keyed this record -
      * the batch account is the same every night, so it is the
      * transaction, not the job, that says who asked and who
      * agreed.
      ******************************************************************
       01  SITE-TRAN-RECORD.
           05  TR-ACTION               PIC X(1).
               88  TR-CHANGE           VALUE "C".
               88  TR-DELETE           VALUE "D".
               88  TR-INQUIRE          VALUE "I".
               88  TR-APPROVE          VALUE "V".
               88  TR-REJECT           VALUE "R".
           05  TR-SITE-ID              PIC X(4).
           05  TR-SALUDO               PIC A(22).
           05  TR-TITULO               PIC A(40).
           05  TR-GROUP-CODE           PIC X(4).
           05  TR-EFFECTIVE-DATE       PIC 9(8).
           05  TR-USER-ID              PIC X(8).
           05  TR-REQUEST-REF.
               10  TR-REQUEST-DATE     PIC 9(8).
               10  TR-REQUEST-SEQ      PIC 9(4).
