      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reference-integrity audit of the files that point at
      *          the keyed site table (SITETAB.DAT). Flags, each
      *          under its own heading on SITEINTG.RPT: branch
      *          holidays on SITEHOLS.DAT for sites no longer on the
      *          table, pending changes or deletes on SITEPEND.DAT
      *          against sites that do not exist (and pending adds of
      *          sites that already do), SITERCVY.DAT entries for
      *          unknown sites, group codes carried by one site only
      *          (usually a typo that drops the site out of its
      *          region's run), and sites with no banner on
      *          BANNHIST.DAT for more than WEEKS=n weeks (default
      *          3). Each category with findings raises one warning
      *          alert and the step ends with return code 4, so bad
      *          reference data is fixed before a multi-site run
      *          quietly skips or misbanners a branch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integridad_sitios.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-TABLE-FILE ASSIGN TO "SITETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SITE-ID
               FILE STATUS IS WS-SITE-FILE-STATUS.
           SELECT SITE-HOLIDAY-FILE ASSIGN TO "SITEHOLS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITEHOL-FILE-STATUS.
           SELECT SITE-PENDING-FILE ASSIGN TO "SITEPEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "SITERCVY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVY-FILE-STATUS.
           SELECT BANNER-INPUT-FILE ASSIGN TO "BANNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-BANNER-KEY
               FILE STATUS IS WS-BANNER-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT INTEG-REPORT-FILE ASSIGN TO "SITEINTG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-TABLE-FILE.
           COPY SITETAB.

       FD  SITE-HOLIDAY-FILE
           RECORDING MODE IS F.
           COPY SITHOL.

       FD  SITE-PENDING-FILE
           RECORDING MODE IS F.
           COPY SITEPND.

       FD  RECOVERY-FILE
           RECORDING MODE IS F.
           COPY RCVYREC.

       FD  BANNER-INPUT-FILE.
           COPY BANNREC.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       FD  INTEG-REPORT-FILE.
       01  INTEG-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
      *    Layout of the keyed transaction carried in PN-TRAN-IMAGE.
           COPY SITETRN.

       01  WS-SITE-FILE-STATUS PIC X(2).
           88  WS-SITE-OK              VALUE "00".
           88  WS-SITE-FILE-NOT-FOUND  VALUE "35".
           88  WS-SITE-AT-END          VALUE "10".

       01  WS-SITEHOL-FILE-STATUS PIC X(2).
           88  WS-SITEHOL-OK           VALUE "00".
           88  WS-SITEHOL-NOT-FOUND    VALUE "35".
           88  WS-SITEHOL-AT-END       VALUE "10".

       01  WS-PEND-FILE-STATUS PIC X(2).
           88  WS-PEND-OK              VALUE "00".
           88  WS-PEND-FILE-NOT-FOUND  VALUE "35".
           88  WS-PEND-AT-END          VALUE "10".

       01  WS-RCVY-FILE-STATUS PIC X(2).
           88  WS-RCVY-OK              VALUE "00".
           88  WS-RCVY-FILE-NOT-FOUND  VALUE "35".
           88  WS-RCVY-AT-END          VALUE "10".

       01  WS-BANNER-FILE-STATUS PIC X(2).
           88  WS-BANNER-OK            VALUE "00".
           88  WS-BANNER-FILE-NOT-FOUND VALUE "35".
           88  WS-BANNER-AT-END        VALUE "10".

       01  WS-ALERT-FILE-STATUS PIC X(2).
           88  WS-ALERT-OK             VALUE "00".
           88  WS-ALERT-FILE-NOT-FOUND VALUE "35".

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-FAILED-FLAG      PIC X(1) VALUE "N".
           88  WS-RUN-FAILED        VALUE "Y".
       01  WS-ABEND-REASON         PIC X(60) VALUE SPACES.

       01  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
       01  WS-ALERT-SEVERITY       PIC X(1) VALUE "W".
       01  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.

       01  WS-PARM-BUFFER          PIC X(30).
       01  WS-PARM-TOKEN-1         PIC X(12).
       01  WS-PARM-TOKEN-2         PIC X(12).
       01  WS-PARM-SUB             PIC 9(2).
       01  WS-PARM-DIGIT           PIC X(1).
       01  WS-PARM-DIGIT-9         PIC 9(1).
       01  WS-PARM-VALUE           PIC 9(5).
       01  WS-DIGIT-SEEN-FLAG      PIC X(1).

      *    How long an active site may go without a banner before it
      *    is reported; three weeks rides out a branch's holiday
      *    fortnight without crying wolf.
       01  WS-STALE-WEEKS          PIC 9(2) VALUE 3.
       01  WS-STALE-DAYS           PIC 9(3).

      *    The site table as loaded, in key order, with the newest
      *    banner date seen for each site on the history file.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 999 TIMES.
               10  WS-SI-SITE-ID   PIC X(4).
               10  WS-SI-GROUP     PIC X(4).
               10  WS-SI-LAST-BANNER PIC 9(8).
       01  WS-SITE-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-SITE-SUB             PIC 9(4).
       01  WS-LOOKUP-SITE          PIC X(4).
       01  WS-LOOKUP-SUB           PIC 9(4).

       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 999 TIMES.
               10  WS-GR-CODE      PIC X(4).
               10  WS-GR-SITES     PIC 9(4).
               10  WS-GR-FIRST-SITE PIC X(4).
       01  WS-GROUP-COUNT          PIC 9(4) VALUE ZEROS.
       01  WS-GROUP-SUB            PIC 9(4).

      *    Pending requests are checked as a set: a change queued
      *    behind a still-pending add of the same new site is fine,
      *    and so is an add queued behind a delete.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PE-REQUEST-DATE PIC 9(8).
               10  WS-PE-REQUEST-SEQ PIC 9(4).
               10  WS-PE-STATUS    PIC X(1).
               10  WS-PE-ACTION    PIC X(1).
               10  WS-PE-SITE-ID   PIC X(4).
       01  WS-PEND-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-PEND-SUB             PIC 9(3).
       01  WS-PEND-SCAN-SUB        PIC 9(3).
       01  WS-WANTED-ACTION        PIC X(1).
       01  WS-PEND-MATCH-FLAG      PIC X(1).
           88  WS-PEND-MATCHED      VALUE "Y".

      *    Exception counts by category, in report order.
       01  WS-HOLIDAY-EXCEPTIONS   PIC 9(5) VALUE ZEROS.
       01  WS-PENDING-EXCEPTIONS   PIC 9(5) VALUE ZEROS.
       01  WS-RCVY-EXCEPTIONS      PIC 9(5) VALUE ZEROS.
       01  WS-GROUP-EXCEPTIONS     PIC 9(5) VALUE ZEROS.
       01  WS-BANNER-EXCEPTIONS    PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-EXCEPTIONS     PIC 9(5) VALUE ZEROS.
       01  WS-SECTION-COUNT        PIC 9(5).

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-TODAY-SERIAL         PIC 9(8).
       01  WS-CUTOFF-SERIAL        PIC 9(8).
       01  WS-DAYS-SINCE           PIC 9(5).
       01  WS-BANNER-DATE          PIC 9(8).
       01  WS-BANNER-DATE-SPLIT    REDEFINES WS-BANNER-DATE.
           05  WS-BD-CCYY          PIC 9(4).
           05  WS-BD-MM            PIC 9(2).
           05  WS-BD-DD            PIC 9(2).

       01  WS-DS-DATE              PIC 9(8).
       01  WS-DS-DATE-SPLIT        REDEFINES WS-DS-DATE.
           05  WS-DS-CCYY          PIC 9(4).
           05  WS-DS-MM            PIC 9(2).
           05  WS-DS-DD            PIC 9(2).
       01  WS-DS-SERIAL            PIC 9(8).
       01  WS-DS-LEAP-CCYY         PIC 9(4).
       01  WS-DS-LEAPS             PIC 9(5).
       01  WS-DS-WORK              PIC 9(5).
       01  WS-CUM-DAYS-VALUES      PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS         OCCURS 12 TIMES PIC 9(3).

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
      *    Lines are staged here rather than in the FD record so a
      *    page break inside 7000 cannot clobber the line it is about
      *    to print.
       01  WS-PRINT-LINE           PIC X(132).

       01  WS-HEADING-1.
           05  FILLER              PIC X(38) VALUE
               "SITE REFERENCE INTEGRITY REPORT - RUN ".
           05  WS-H1-DATE          PIC 9(8).
           05  FILLER              PIC X(78) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-H1-PAGE          PIC ZZ9.

       01  WS-SECTION-LINE.
           05  FILLER              PIC X(9)  VALUE "CATEGORY ".
           05  WS-SL-NUMBER        PIC 9(1).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  WS-SL-TITLE         PIC X(60).
           05  FILLER              PIC X(60) VALUE SPACES.

      *    WS-EL-TEXT is cleared after every line: the STRING verbs
      *    below fill only its leading bytes.
       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "SITE ".
           05  WS-EL-SITE          PIC X(4).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-EL-TEXT          PIC X(70) VALUE SPACES.
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-SECTION-END-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SE-TEXT          PIC X(60).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(40).
           05  WS-TL-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1100-OPEN-REPORT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1200-LOAD-SITE-TABLE THRU 1200-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2000-CHECK-HOLIDAYS THRU 2000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3000-CHECK-PENDING THRU 3000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 4000-CHECK-RECOVERY THRU 4000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 5000-CHECK-GROUPS.
           PERFORM 6000-CHECK-BANNERS THRU 6000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 6500-PRINT-SUMMARY.
           CLOSE INTEG-REPORT-FILE.
           PERFORM 6600-RAISE-ALERTS.
      *    Bad reference data is for the morning shift to fix, not a
      *    reason to hold the stream: 4, not 8.
           IF WS-TOTAL-EXCEPTIONS > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-GET-PARM.
           MOVE SPACES TO WS-PARM-BUFFER.
           ACCEPT WS-PARM-BUFFER FROM COMMAND-LINE.
           IF WS-PARM-BUFFER = SPACES OR LOW-VALUES
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           IF WS-PARM-TOKEN-1 (1:6) NOT = "WEEKS=" OR
              WS-PARM-TOKEN-2 NOT = SPACES
               SET WS-RUN-FAILED TO TRUE
               STRING "UNRECOGNIZED PARM: " WS-PARM-BUFFER
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE ZEROS TO WS-PARM-VALUE.
           MOVE "N" TO WS-DIGIT-SEEN-FLAG.
           MOVE 7 TO WS-PARM-SUB.
           PERFORM UNTIL WS-PARM-SUB > 12 OR WS-RUN-FAILED
               MOVE WS-PARM-TOKEN-1 (WS-PARM-SUB:1) TO WS-PARM-DIGIT
               IF WS-PARM-DIGIT = SPACE
                   MOVE 13 TO WS-PARM-SUB
               ELSE
                   IF WS-PARM-DIGIT IS NUMERIC AND
                      WS-PARM-VALUE < 100
                       MOVE "Y" TO WS-DIGIT-SEEN-FLAG
                       MOVE WS-PARM-DIGIT TO WS-PARM-DIGIT-9
                       COMPUTE WS-PARM-VALUE =
                           WS-PARM-VALUE * 10 + WS-PARM-DIGIT-9
                       ADD 1 TO WS-PARM-SUB
                   ELSE
                       SET WS-RUN-FAILED TO TRUE
                       STRING "PARM VALUE NOT NUMERIC: "
                           WS-PARM-TOKEN-1 DELIMITED BY SIZE
                           INTO WS-ABEND-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FAILED AND
              (WS-DIGIT-SEEN-FLAG = "N" OR WS-PARM-VALUE = ZEROS
               OR WS-PARM-VALUE > 52)
               SET WS-RUN-FAILED TO TRUE
               STRING "WEEKS MUST BE 1-52: " WS-PARM-TOKEN-1
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-IF.
           IF NOT WS-RUN-FAILED
               MOVE WS-PARM-VALUE TO WS-STALE-WEEKS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-OPEN-REPORT.
           OPEN OUTPUT INTEG-REPORT-FILE.
           IF NOT WS-REPORT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEINTG.RPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           COMPUTE WS-STALE-DAYS = WS-STALE-WEEKS * 7.
           MOVE WS-REPORT-DATE TO WS-DS-DATE.
           PERFORM 8500-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL - WS-STALE-DAYS.

       1200-LOAD-SITE-TABLE.
      *    Everything else is checked against this list, so a site
      *    table that is missing, empty or unreadable stops the run:
      *    reporting every holiday and pending change as orphaned
      *    would bury the one real finding.
           OPEN INPUT SITE-TABLE-FILE.
           IF NOT WS-SITE-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITETAB.DAT OPEN FAILED, STATUS="
                   WS-SITE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1200-EXIT
           END-IF.
           MOVE LOW-VALUES TO ST-SITE-ID.
           START SITE-TABLE-FILE KEY NOT LESS THAN ST-SITE-ID
               INVALID KEY
                   SET WS-SITE-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-SITE-AT-END OR NOT WS-SITE-OK
                   OR WS-RUN-FAILED
               READ SITE-TABLE-FILE NEXT RECORD
                   AT END
                       SET WS-SITE-AT-END TO TRUE
                   NOT AT END
                       PERFORM 1250-STORE-SITE
               END-READ
           END-PERFORM.
           IF NOT WS-SITE-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "SITETAB.DAT READ FAILED, STATUS="
                   WS-SITE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE SITE-TABLE-FILE.
           IF NOT WS-RUN-FAILED AND WS-SITE-COUNT = ZEROS
               SET WS-RUN-FAILED TO TRUE
               MOVE "SITE TABLE IS EMPTY - NOTHING TO CHECK AGAINST"
                   TO WS-ABEND-REASON
           END-IF.
       1200-EXIT.
           EXIT.

       1250-STORE-SITE.
           IF WS-SITE-COUNT >= 999
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 999 SITES ON SITETAB.DAT" TO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-SITE-COUNT
               MOVE ST-SITE-ID TO WS-SI-SITE-ID (WS-SITE-COUNT)
               MOVE ST-GROUP-CODE TO WS-SI-GROUP (WS-SITE-COUNT)
               MOVE ZEROS TO WS-SI-LAST-BANNER (WS-SITE-COUNT)
               IF ST-GROUP-CODE NOT = SPACES
                   PERFORM 1260-COUNT-GROUP
               END-IF
           END-IF.

       1260-COUNT-GROUP.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-GR-CODE (WS-GROUP-SUB) = ST-GROUP-CODE
               CONTINUE
           END-PERFORM.
           IF WS-GROUP-SUB > WS-GROUP-COUNT
               ADD 1 TO WS-GROUP-COUNT
               MOVE ST-GROUP-CODE TO WS-GR-CODE (WS-GROUP-COUNT)
               MOVE ZEROS TO WS-GR-SITES (WS-GROUP-COUNT)
               MOVE ST-SITE-ID TO WS-GR-FIRST-SITE (WS-GROUP-COUNT)
               MOVE WS-GROUP-COUNT TO WS-GROUP-SUB
           END-IF.
           ADD 1 TO WS-GR-SITES (WS-GROUP-SUB).

       2000-CHECK-HOLIDAYS.
      *    A holiday for a deleted branch does no harm on its own,
      *    but the same code reused for a new branch would silently
      *    close it on the old branch's holidays.
           MOVE 1 TO WS-SL-NUMBER.
           MOVE "SITEHOLS.DAT HOLIDAYS FOR SITES NOT ON THE SITE TABLE"
               TO WS-SL-TITLE.
           PERFORM 7200-START-SECTION.
           OPEN INPUT SITE-HOLIDAY-FILE.
           IF WS-SITEHOL-NOT-FOUND
               MOVE "SITEHOLS.DAT NOT PRESENT - NOTHING TO CHECK" TO
                   WS-SE-TEXT
               PERFORM 7400-WRITE-SECTION-END
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-SITEHOL-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEHOLS.DAT OPEN FAILED, STATUS="
                   WS-SITEHOL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL WS-SITEHOL-AT-END OR NOT WS-SITEHOL-OK
               READ SITE-HOLIDAY-FILE
                   AT END
                       SET WS-SITEHOL-AT-END TO TRUE
                   NOT AT END
                       MOVE HO-SITE-ID TO WS-LOOKUP-SITE
                       PERFORM 8400-FIND-SITE
                       IF WS-LOOKUP-SUB = ZEROS
                           ADD 1 TO WS-HOLIDAY-EXCEPTIONS
                           MOVE HO-SITE-ID TO WS-EL-SITE
                           STRING "HOLIDAY " HO-HOLIDAY-DATE
                               " - SITE NOT ON FILE"
                               DELIMITED BY SIZE INTO WS-EL-TEXT
                           PERFORM 7300-WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-SITEHOL-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEHOLS.DAT READ FAILED, STATUS="
                   WS-SITEHOL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE SITE-HOLIDAY-FILE.
           MOVE WS-HOLIDAY-EXCEPTIONS TO WS-SECTION-COUNT.
           PERFORM 7500-END-SECTION.
       2000-EXIT.
           EXIT.

       3000-CHECK-PENDING.
      *    A queued change or delete of a site that is not there
      *    will be rejected on the day it falls due, long after
      *    whoever keyed it has gone home; an add of a site already
      *    on file the same. Requests still awaiting approval are
      *    checked too - the approver should know before signing.
           MOVE 2 TO WS-SL-NUMBER.
           MOVE "SITEPEND.DAT REQUESTS THAT CANNOT APPLY TO SITE TABLE"
               TO WS-SL-TITLE.
           PERFORM 7200-START-SECTION.
           OPEN INPUT SITE-PENDING-FILE.
           IF WS-PEND-FILE-NOT-FOUND
               MOVE "SITEPEND.DAT NOT PRESENT - NOTHING TO CHECK" TO
                   WS-SE-TEXT
               PERFORM 7400-WRITE-SECTION-END
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-PEND-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEPEND.DAT OPEN FAILED, STATUS="
                   WS-PEND-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL WS-PEND-AT-END OR NOT WS-PEND-OK
                   OR WS-RUN-FAILED
               READ SITE-PENDING-FILE
                   AT END
                       SET WS-PEND-AT-END TO TRUE
                   NOT AT END
                       PERFORM 3050-STORE-PENDING
               END-READ
           END-PERFORM.
           IF NOT WS-PEND-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEPEND.DAT READ FAILED, STATUS="
                   WS-PEND-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE SITE-PENDING-FILE.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               PERFORM 3100-CHECK-PENDING-ENTRY
           END-PERFORM.
           MOVE WS-PENDING-EXCEPTIONS TO WS-SECTION-COUNT.
           PERFORM 7500-END-SECTION.
       3000-EXIT.
           EXIT.

       3050-STORE-PENDING.
           IF WS-PEND-COUNT >= 200
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 200 PENDING TRANSACTIONS - CHECK SITEPEND"
                   TO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-PEND-COUNT
               MOVE PN-TRAN-IMAGE TO SITE-TRAN-RECORD
               MOVE PN-REQUEST-DATE TO
                   WS-PE-REQUEST-DATE (WS-PEND-COUNT)
               MOVE PN-REQUEST-SEQ TO WS-PE-REQUEST-SEQ (WS-PEND-COUNT)
               MOVE PN-STATUS TO WS-PE-STATUS (WS-PEND-COUNT)
               MOVE TR-ACTION TO WS-PE-ACTION (WS-PEND-COUNT)
               MOVE TR-SITE-ID TO WS-PE-SITE-ID (WS-PEND-COUNT)
           END-IF.

       3100-CHECK-PENDING-ENTRY.
           MOVE WS-PE-SITE-ID (WS-PEND-SUB) TO WS-LOOKUP-SITE.
           PERFORM 8400-FIND-SITE.
           MOVE WS-PE-SITE-ID (WS-PEND-SUB) TO WS-EL-SITE.
           EVALUATE WS-PE-ACTION (WS-PEND-SUB)
               WHEN "C"
               WHEN "D"
                   IF WS-LOOKUP-SUB = ZEROS
                       MOVE "A" TO WS-WANTED-ACTION
                       PERFORM 3200-FIND-OTHER-PENDING
                       IF NOT WS-PEND-MATCHED
                           ADD 1 TO WS-PENDING-EXCEPTIONS
                           PERFORM 3300-FORMAT-PENDING-TEXT
                           PERFORM 7300-WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
               WHEN "A"
                   IF WS-LOOKUP-SUB NOT = ZEROS
                       MOVE "D" TO WS-WANTED-ACTION
                       PERFORM 3200-FIND-OTHER-PENDING
                       IF NOT WS-PEND-MATCHED
                           ADD 1 TO WS-PENDING-EXCEPTIONS
                           PERFORM 3300-FORMAT-PENDING-TEXT
                           PERFORM 7300-WRITE-EXCEPTION-LINE
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PENDING-EXCEPTIONS
                   PERFORM 3300-FORMAT-PENDING-TEXT
                   PERFORM 7300-WRITE-EXCEPTION-LINE
           END-EVALUATE.

       3200-FIND-OTHER-PENDING.
      *    Another request for the same site with the action in
      *    WS-WANTED-ACTION that makes this one legitimate.
           MOVE "N" TO WS-PEND-MATCH-FLAG.
           PERFORM VARYING WS-PEND-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SCAN-SUB > WS-PEND-COUNT
                   OR WS-PEND-MATCHED
               IF WS-PEND-SCAN-SUB NOT = WS-PEND-SUB AND
                  WS-PE-SITE-ID (WS-PEND-SCAN-SUB) =
                      WS-PE-SITE-ID (WS-PEND-SUB) AND
                  WS-PE-ACTION (WS-PEND-SCAN-SUB) = WS-WANTED-ACTION
                   SET WS-PEND-MATCHED TO TRUE
               END-IF
           END-PERFORM.

       3300-FORMAT-PENDING-TEXT.
           EVALUATE WS-PE-ACTION (WS-PEND-SUB)
               WHEN "A"
                   STRING "ADD REQUEST "
                       WS-PE-REQUEST-DATE (WS-PEND-SUB) "-"
                       WS-PE-REQUEST-SEQ (WS-PEND-SUB)
                       " - SITE ALREADY ON FILE"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
               WHEN "C"
                   STRING "CHANGE REQUEST "
                       WS-PE-REQUEST-DATE (WS-PEND-SUB) "-"
                       WS-PE-REQUEST-SEQ (WS-PEND-SUB)
                       " - SITE NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
               WHEN "D"
                   STRING "DELETE REQUEST "
                       WS-PE-REQUEST-DATE (WS-PEND-SUB) "-"
                       WS-PE-REQUEST-SEQ (WS-PEND-SUB)
                       " - SITE NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
               WHEN OTHER
                   STRING "REQUEST "
                       WS-PE-REQUEST-DATE (WS-PEND-SUB) "-"
                       WS-PE-REQUEST-SEQ (WS-PEND-SUB)
                       " - UNKNOWN ACTION "
                       WS-PE-ACTION (WS-PEND-SUB)
                       DELIMITED BY SIZE INTO WS-EL-TEXT
           END-EVALUATE.

       4000-CHECK-RECOVERY.
      *    A RECOVER run against a site that is not on the table can
      *    only fail again, and again the night after.
           MOVE 3 TO WS-SL-NUMBER.
           MOVE "SITERCVY.DAT ENTRIES FOR SITES NOT ON THE SITE TABLE"
               TO WS-SL-TITLE.
           PERFORM 7200-START-SECTION.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RCVY-FILE-NOT-FOUND
               MOVE "SITERCVY.DAT NOT PRESENT - NOTHING TO CHECK" TO
                   WS-SE-TEXT
               PERFORM 7400-WRITE-SECTION-END
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-RCVY-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT OPEN FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 4000-EXIT
           END-IF.
           PERFORM UNTIL WS-RCVY-AT-END OR NOT WS-RCVY-OK
               READ RECOVERY-FILE
                   AT END
                       SET WS-RCVY-AT-END TO TRUE
                   NOT AT END
                       MOVE RV-SITE-ID TO WS-LOOKUP-SITE
                       PERFORM 8400-FIND-SITE
                       IF WS-LOOKUP-SUB = ZEROS
                           ADD 1 TO WS-RCVY-EXCEPTIONS
                           MOVE RV-SITE-ID TO WS-EL-SITE
                           STRING "RECOVERY ENTRY FOR CYCLE "
                               RV-CYCLE-NUMBER " - SITE NOT ON FILE"
                               DELIMITED BY SIZE INTO WS-EL-TEXT
                           PERFORM 7300-WRITE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-RCVY-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT READ FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE RECOVERY-FILE.
           MOVE WS-RCVY-EXCEPTIONS TO WS-SECTION-COUNT.
           PERFORM 7500-END-SECTION.
       4000-EXIT.
           EXIT.

       5000-CHECK-GROUPS.
      *    A group is a scheduler window for several branches; one
      *    carried by a single site is almost always a mistyped
      *    code, and that site is missing from its real group's run.
           MOVE 4 TO WS-SL-NUMBER.
           MOVE "GROUP CODES USED BY ONLY ONE SITE" TO WS-SL-TITLE.
           PERFORM 7200-START-SECTION.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GR-SITES (WS-GROUP-SUB) = 1
                   ADD 1 TO WS-GROUP-EXCEPTIONS
                   MOVE WS-GR-FIRST-SITE (WS-GROUP-SUB) TO WS-EL-SITE
                   STRING "GROUP " WS-GR-CODE (WS-GROUP-SUB)
                       " HAS NO OTHER SITE"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
                   PERFORM 7300-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM.
           MOVE WS-GROUP-EXCEPTIONS TO WS-SECTION-COUNT.
           PERFORM 7500-END-SECTION.

       6000-CHECK-BANNERS.
      *    Every site on the table is active - deleting is how a
      *    branch is retired - so each one should have a recent
      *    banner. Records for sites since deleted, and the
      *    site-less records of single-banner runs, are skipped.
           MOVE 5 TO WS-SL-NUMBER.
           MOVE SPACES TO WS-SL-TITLE.
           STRING "SITES WITH NO BANNER ON BANNHIST.DAT IN "
               WS-STALE-WEEKS " WEEKS"
               DELIMITED BY SIZE INTO WS-SL-TITLE.
           PERFORM 7200-START-SECTION.
           OPEN INPUT BANNER-INPUT-FILE.
           IF WS-BANNER-FILE-NOT-FOUND
               GO TO 6050-REPORT-STALE-SITES
           END-IF.
           IF NOT WS-BANNER-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "BANNHIST.DAT OPEN FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 6000-EXIT
           END-IF.
           MOVE LOW-VALUES TO BP-BANNER-KEY.
           START BANNER-INPUT-FILE KEY NOT LESS THAN BP-BANNER-KEY
               INVALID KEY
                   SET WS-BANNER-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-BANNER-AT-END OR NOT WS-BANNER-OK
               READ BANNER-INPUT-FILE NEXT RECORD
                   AT END
                       SET WS-BANNER-AT-END TO TRUE
                   NOT AT END
                       IF BP-SITE-ID NOT = SPACES
                           PERFORM 6100-NOTE-SITE-BANNER
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-BANNER-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "BANNHIST.DAT READ FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               CLOSE BANNER-INPUT-FILE
               GO TO 6000-EXIT
           END-IF.
           CLOSE BANNER-INPUT-FILE.
       6050-REPORT-STALE-SITES.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
               PERFORM 6200-CHECK-SITE-BANNER
           END-PERFORM.
           MOVE WS-BANNER-EXCEPTIONS TO WS-SECTION-COUNT.
           PERFORM 7500-END-SECTION.
       6000-EXIT.
           EXIT.

       6100-NOTE-SITE-BANNER.
           IF BP-PROCESS-DATE (1:4) IS NUMERIC AND
              BP-PROCESS-DATE (6:2) IS NUMERIC AND
              BP-PROCESS-DATE (9:2) IS NUMERIC
               MOVE BP-SITE-ID TO WS-LOOKUP-SITE
               PERFORM 8400-FIND-SITE
               IF WS-LOOKUP-SUB NOT = ZEROS
                   MOVE BP-PROCESS-DATE (1:4) TO WS-BD-CCYY
                   MOVE BP-PROCESS-DATE (6:2) TO WS-BD-MM
                   MOVE BP-PROCESS-DATE (9:2) TO WS-BD-DD
      *            Only a real calendar date may go on to 8500.
                   IF WS-BD-MM >= 1 AND WS-BD-MM <= 12 AND
                      WS-BD-DD >= 1 AND WS-BD-DD <= 31 AND
                      WS-BANNER-DATE >
                      WS-SI-LAST-BANNER (WS-LOOKUP-SUB)
                       MOVE WS-BANNER-DATE TO
                           WS-SI-LAST-BANNER (WS-LOOKUP-SUB)
                   END-IF
               END-IF
           END-IF.

       6200-CHECK-SITE-BANNER.
           MOVE WS-SI-SITE-ID (WS-SITE-SUB) TO WS-EL-SITE.
           IF WS-SI-LAST-BANNER (WS-SITE-SUB) = ZEROS
               ADD 1 TO WS-BANNER-EXCEPTIONS
               MOVE "NO BANNER ON FILE" TO WS-EL-TEXT
               PERFORM 7300-WRITE-EXCEPTION-LINE
           ELSE
               MOVE WS-SI-LAST-BANNER (WS-SITE-SUB) TO WS-DS-DATE
               PERFORM 8500-DATE-TO-SERIAL
               IF WS-DS-SERIAL < WS-CUTOFF-SERIAL
                   ADD 1 TO WS-BANNER-EXCEPTIONS
                   COMPUTE WS-DAYS-SINCE =
                       WS-TODAY-SERIAL - WS-DS-SERIAL
                   STRING "LAST BANNER " WS-DS-CCYY "-" WS-DS-MM "-"
                       WS-DS-DD ", " WS-DAYS-SINCE " DAYS AGO"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
                   PERFORM 7300-WRITE-EXCEPTION-LINE
               ELSE
                   MOVE SPACES TO WS-EL-SITE
               END-IF
           END-IF.

       6500-PRINT-SUMMARY.
           COMPUTE WS-TOTAL-EXCEPTIONS = WS-HOLIDAY-EXCEPTIONS
               + WS-PENDING-EXCEPTIONS + WS-RCVY-EXCEPTIONS
               + WS-GROUP-EXCEPTIONS + WS-BANNER-EXCEPTIONS.
           MOVE "SUMMARY" TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "SITES ON SITE TABLE" TO WS-TL-LABEL.
           MOVE WS-SITE-COUNT TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "1 HOLIDAYS FOR UNKNOWN SITES" TO WS-TL-LABEL.
           MOVE WS-HOLIDAY-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "2 PENDING REQUESTS THAT CANNOT APPLY" TO
               WS-TL-LABEL.
           MOVE WS-PENDING-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "3 RECOVERY ENTRIES FOR UNKNOWN SITES" TO
               WS-TL-LABEL.
           MOVE WS-RCVY-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "4 SINGLE-SITE GROUP CODES" TO WS-TL-LABEL.
           MOVE WS-GROUP-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "5 SITES WITHOUT A RECENT BANNER" TO WS-TL-LABEL.
           MOVE WS-BANNER-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "TOTAL EXCEPTIONS" TO WS-TL-LABEL.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.

       6600-RAISE-ALERTS.
      *    One alert per category rather than per finding, so a bad
      *    holiday load does not bury the queue; the report has the
      *    detail.
           IF WS-HOLIDAY-EXCEPTIONS > ZEROS
               MOVE "INTGHOLS" TO WS-ALERT-CODE
               STRING WS-HOLIDAY-EXCEPTIONS
                   " HOLIDAY(S) FOR UNKNOWN SITES - SEE SITEINTG.RPT"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-PENDING-EXCEPTIONS > ZEROS
               MOVE "INTGPEND" TO WS-ALERT-CODE
               STRING WS-PENDING-EXCEPTIONS
                   " PENDING REQUEST(S) CANNOT APPLY - SEE SITEINTG.RPT"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-RCVY-EXCEPTIONS > ZEROS
               MOVE "INTGRCVY" TO WS-ALERT-CODE
               STRING WS-RCVY-EXCEPTIONS
                   " RECOVERY ENTRIES FOR UNKNOWN SITES - SEE SITEINTG"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-GROUP-EXCEPTIONS > ZEROS
               MOVE "INTGGRUP" TO WS-ALERT-CODE
               STRING WS-GROUP-EXCEPTIONS
                   " GROUP CODE(S) USED BY ONE SITE - SEE SITEINTG.RPT"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-BANNER-EXCEPTIONS > ZEROS
               MOVE "INTGBANR" TO WS-ALERT-CODE
               STRING WS-BANNER-EXCEPTIONS
                   " SITE(S) WITHOUT RECENT BANNER - SEE SITEINTG.RPT"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.

       7000-WRITE-REPORT-LINE.
      *    Simple page control: headings again every 55 detail lines.
           IF WS-LINE-COUNT > 55
               PERFORM 7100-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO INTEG-REPORT-LINE.
           WRITE INTEG-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-REPORT-DATE TO WS-H1-DATE.
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
           MOVE WS-HEADING-1 TO INTEG-REPORT-LINE.
           WRITE INTEG-REPORT-LINE.
           MOVE SPACES TO INTEG-REPORT-LINE.
           WRITE INTEG-REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       7200-START-SECTION.
           MOVE WS-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       7300-WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-EL-TEXT.

       7400-WRITE-SECTION-END.
           MOVE WS-SECTION-END-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-SE-TEXT.

       7500-END-SECTION.
           MOVE SPACES TO WS-SE-TEXT.
           IF WS-SECTION-COUNT = ZEROS
               MOVE "NONE FOUND" TO WS-SE-TEXT
           ELSE
               STRING WS-SECTION-COUNT " EXCEPTION(S)"
                   DELIMITED BY SIZE INTO WS-SE-TEXT
           END-IF.
           PERFORM 7400-WRITE-SECTION-END.

       7600-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       8000-WRITE-ALERT.
      *    Same queue the rest of the stream feeds. Best effort: an
      *    alert problem is reported on the console and nothing more.
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-ALERT-TIME FROM TIME.
           MOVE "INTEGRIDAD_S" TO AL-PROGRAM-ID.
           MOVE WS-ALERT-CODE TO AL-REASON-CODE.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE ZEROS TO AL-CYCLE-NUMBER.
           MOVE WS-ALERT-TEXT TO AL-REASON-TEXT.
           SET AL-ALERT-OPEN TO TRUE.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           WRITE ALERT-FILE-RECORD.
           IF NOT WS-ALERT-OK
               DISPLAY "INTEGRIDAD_SITIOS WARNING: ALERTLOG.DAT "
                   "WRITE FAILED, STATUS=" WS-ALERT-FILE-STATUS
           END-IF.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-TEXT.

       8400-FIND-SITE.
      *    WS-LOOKUP-SUB comes back zero when the site is not on the
      *    table.
           MOVE ZEROS TO WS-LOOKUP-SUB.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
                   OR WS-LOOKUP-SUB NOT = ZEROS
               IF WS-SI-SITE-ID (WS-SITE-SUB) = WS-LOOKUP-SITE
                   MOVE WS-SITE-SUB TO WS-LOOKUP-SUB
               END-IF
           END-PERFORM.

       8500-DATE-TO-SERIAL.
      *    Days on a fixed scale: year * 365 plus the leap days up to
      *    the previous year, plus the cumulative days to the start
      *    of the month (January and February count against the
      *    previous year's leap total, so February 29th needs no
      *    special case). Only differences of two serials are ever
      *    used, so the epoch itself does not matter.
           IF WS-DS-MM > 2
               MOVE WS-DS-CCYY TO WS-DS-LEAP-CCYY
           ELSE
               COMPUTE WS-DS-LEAP-CCYY = WS-DS-CCYY - 1
           END-IF.
           DIVIDE WS-DS-LEAP-CCYY BY 4 GIVING WS-DS-LEAPS.
           DIVIDE WS-DS-LEAP-CCYY BY 100 GIVING WS-DS-WORK.
           SUBTRACT WS-DS-WORK FROM WS-DS-LEAPS.
           DIVIDE WS-DS-LEAP-CCYY BY 400 GIVING WS-DS-WORK.
           ADD WS-DS-WORK TO WS-DS-LEAPS.
           COMPUTE WS-DS-SERIAL = WS-DS-CCYY * 365 + WS-DS-LEAPS
               + WS-CUM-DAYS (WS-DS-MM) + WS-DS-DD.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, then stop with a return code the
      *    scheduler treats as fatal.
           DISPLAY "INTEGRIDAD_SITIOS ABEND: " WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM integridad_sitios.
