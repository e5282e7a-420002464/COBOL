      ******************************************************************
      * SLAREC - start-of-day batch-window deadline record.
      * One record per calendar day type on SLAPARM.DAT, giving the
      * time of day by which the start-of-day step must have
      * finished (the AU-RUN-TIME hola_mundo2 logs as it ends).
      * Day types are those of CALREC, plus "M" for the last
      * business day of a month, which carries its own deadline for
      * the heavier month-end window. B is required; a day type
      * with no record of its own is held to the B deadline.
      ******************************************************************
       01  SLA-PARM-RECORD.
           05  SP-DAY-TYPE             PIC X(1).
               88  SP-BUSINESS-DAY     VALUE "B".
               88  SP-WEEKEND-DAY      VALUE "W".
               88  SP-BANK-HOLIDAY     VALUE "H".
               88  SP-MONTH-END        VALUE "M".
           05  SP-DEADLINE-TIME.
               10  SP-DEADLINE-HH      PIC 9(2).
               10  SP-DEADLINE-MM      PIC 9(2).
               10  SP-DEADLINE-SS      PIC 9(2).
