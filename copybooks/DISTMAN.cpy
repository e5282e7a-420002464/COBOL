      ******************************************************************
      * DISTMAN - banner distribution manifest record.
      * Rewritten whole by distribucion_banners for the current
      * cycle (DISTMANI.DAT) and read by resumen_diario for the
      * morning report. One header with the run totals, then for
      * each package built a package record followed by one record
      * per site of that group left out of it and why: closed on a
      * local holiday, failed in the start-of-day run, or simply no
      * banner on file for the cycle. A backout marks the header
      * reversed and empties the packages it lists.
      ******************************************************************
       01  DIST-MANIFEST-RECORD.
           05  DM-RECORD-TYPE          PIC X(1).
               88  DM-HEADER           VALUE "H".
               88  DM-PACKAGE          VALUE "P".
               88  DM-EXCLUDED-SITE    VALUE "X".
           05  DM-CYCLE-NUMBER         PIC 9(3).
           05  DM-PROCESS-DATE         PIC X(10).
      *    Header: totals over every package. Package: that package.
      *    Excluded site: zero.
           05  DM-SITE-COUNT           PIC 9(5).
           05  DM-EXCLUDED-COUNT       PIC 9(5).
      *    Package and excluded site: the group, SPACES for the
      *    default package. Header: SPACES.
           05  DM-GROUP-CODE           PIC X(4).
           05  DM-PACKAGE-NAME         PIC X(15).
           05  DM-SITE-ID              PIC X(4).
      *    Excluded site: why. Header: SPACES, or REVERSED once
      *    reverso_ciclo has backed the cycle out and recalled its
      *    packages.
           05  DM-EXCLUDE-REASON       PIC X(8).
               88  DM-CYCLE-REVERSED   VALUE "REVERSED".
               88  DM-SITE-CLOSED      VALUE "CLOSED".
               88  DM-SITE-FAILED      VALUE "FAILED".
               88  DM-NO-BANNER        VALUE "NOBANNER".
