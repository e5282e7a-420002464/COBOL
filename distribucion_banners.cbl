      ******************************************************************
      * Author:
      * Date:
      * Purpose: Builds the branch distribution packages for the
      *          cycle the start-of-day step just ran. Every site on
      *          the site table is looked up on the banner history
      *          under the current cycle, and each group that took
      *          part in the run gets one outbound package
      *          (DISTgggg.DAT) carrying its sites' SALUDO/TITULO
      *          between a header and a trailer with cycle, process
      *          date and record count; sites with no group go in
      *          the default package (DISTDEFAULT.DAT). The manifest
      *          (DISTMANI.DAT) lists every package with its site
      *          count and every site of those groups left out -
      *          closed on a local holiday, failed in the run, or
      *          with no banner for the cycle - and is picked up by
      *          resumen_diario. Ends 4 with a warning alert when any
      *          site was left out because its banner failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. distribucion_banners.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT SITE-TABLE-FILE ASSIGN TO "SITETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SITE-ID
               FILE STATUS IS WS-SITE-FILE-STATUS.
           SELECT BANNER-HISTORY-FILE ASSIGN TO "BANNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-BANNER-KEY
               FILE STATUS IS WS-BANNER-FILE-STATUS.
           SELECT SITE-HOLIDAY-FILE ASSIGN TO "SITEHOLS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITEHOL-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "SITERCVY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVY-FILE-STATUS.
           SELECT PACKAGE-FILE ASSIGN USING WS-PACKAGE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DISTMANI.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CYCCTL.

       FD  SITE-TABLE-FILE.
           COPY SITETAB.

       FD  BANNER-HISTORY-FILE.
           COPY BANNREC.

       FD  SITE-HOLIDAY-FILE
           RECORDING MODE IS F.
           COPY SITHOL.

       FD  RECOVERY-FILE
           RECORDING MODE IS F.
           COPY RCVYREC.

       FD  PACKAGE-FILE
           RECORDING MODE IS F.
           COPY DISTREC.

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
           COPY DISTMAN.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS PIC X(2).
           88  WS-CC-OK                VALUE "00".

       01  WS-SITE-FILE-STATUS PIC X(2).
           88  WS-SITE-OK              VALUE "00".
           88  WS-SITE-AT-END          VALUE "10".

       01  WS-BANNER-FILE-STATUS PIC X(2).
           88  WS-BANNER-OK            VALUE "00".
           88  WS-BANNER-NOT-ON-FILE   VALUE "23".

       01  WS-SITEHOL-FILE-STATUS PIC X(2).
           88  WS-SITEHOL-OK           VALUE "00".
           88  WS-SITEHOL-NOT-FOUND    VALUE "35".
           88  WS-SITEHOL-AT-END       VALUE "10".

       01  WS-RCVY-FILE-STATUS PIC X(2).
           88  WS-RCVY-OK              VALUE "00".
           88  WS-RCVY-FILE-NOT-FOUND  VALUE "35".
           88  WS-RCVY-AT-END          VALUE "10".

       01  WS-PACKAGE-FILE-STATUS PIC X(2).
           88  WS-PACKAGE-OK           VALUE "00".

       01  WS-MANIFEST-FILE-STATUS PIC X(2).
           88  WS-MANIFEST-OK          VALUE "00".

       01  WS-ALERT-FILE-STATUS PIC X(2).
           88  WS-ALERT-OK             VALUE "00".
           88  WS-ALERT-FILE-NOT-FOUND VALUE "35".

       01  WS-RUN-FAILED-FLAG      PIC X(1) VALUE "N".
           88  WS-RUN-FAILED        VALUE "Y".
       01  WS-ABEND-REASON         PIC X(60) VALUE SPACES.

       01  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
       01  WS-ALERT-SEVERITY       PIC X(1) VALUE "W".
       01  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.

       01  WS-CYCLE-NUMBER         PIC 9(3) VALUE ZEROS.
       01  WS-PROCESS-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-PROCESS-DATE-SPLIT   REDEFINES WS-PROCESS-DATE.
           05  WS-PD-CCYY          PIC 9(4).
           05  WS-PD-MM            PIC 9(2).
           05  WS-PD-DD            PIC 9(2).
       01  WS-PROCESS-DATE-DISPLAY PIC X(10) VALUE SPACES.

      *    Today's branch closures, filtered out of the per-site
      *    holiday file the same way hola_mundo2 does it.
       01  WS-CLOSED-SITE-TABLE.
           05  WS-CLOSED-SITE OCCURS 200 TIMES PIC X(4).
       01  WS-CLOSED-SITE-COUNT    PIC 9(3) VALUE ZEROS.

      *    Sites the recovery file still lists as failed for this
      *    cycle; a later RECOVER that landed the banner clears them
      *    there, and the banner on file wins here anyway.
       01  WS-FAILED-SITE-TABLE.
           05  WS-FAILED-SITE OCCURS 999 TIMES PIC X(4).
       01  WS-FAILED-SITE-COUNT    PIC 9(3) VALUE ZEROS.

       01  WS-LIST-SUB             PIC 9(3).
       01  WS-CHECK-SITE-ID        PIC X(4).
       01  WS-LIST-MATCH-FLAG      PIC X(1).
           88  WS-LIST-MATCH        VALUE "Y".

      *    The site table as loaded, in key order, with what the
      *    banner history says about each site for this cycle.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 999 TIMES.
               10  WS-SI-SITE-ID   PIC X(4).
               10  WS-SI-GROUP     PIC X(4).
               10  WS-SI-STATE     PIC X(1).
                   88  WS-SI-BANNERED   VALUE "B".
                   88  WS-SI-CLOSED     VALUE "C".
                   88  WS-SI-FAILED     VALUE "F".
                   88  WS-SI-NO-BANNER  VALUE "N".
               10  WS-SI-SALUDO    PIC A(22).
               10  WS-SI-TITULO    PIC A(40).
       01  WS-SITE-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-SITE-SUB             PIC 9(4).

      *    One entry per group code on the site table (SPACES is the
      *    default package). A group takes part in the cycle when at
      *    least one of its sites was bannered or failed; a group the
      *    run never selected (another region's GRP: window) gets no
      *    package, so the one it was last sent is left alone.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 999 TIMES.
               10  WS-GR-CODE      PIC X(4).
               10  WS-GR-BANNERED  PIC 9(4).
               10  WS-GR-FAILED    PIC 9(4).
               10  WS-GR-EXCLUDED  PIC 9(4).
       01  WS-GROUP-COUNT          PIC 9(4) VALUE ZEROS.
       01  WS-CHECK-GROUP          PIC X(4).
       01  WS-GROUP-SUB            PIC 9(4).

       01  WS-PACKAGE-FILE-NAME    PIC X(15) VALUE SPACES.
       01  WS-PACKAGE-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-SITES-SENT           PIC 9(5) VALUE ZEROS.
       01  WS-SITES-EXCLUDED       PIC 9(5) VALUE ZEROS.
       01  WS-SITES-FAILED         PIC 9(5) VALUE ZEROS.
       01  WS-DETAILS-WRITTEN      PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-READ-CYCLE-CONTROL THRU 1000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1100-LOAD-SITE-HOLIDAYS THRU 1100-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1200-LOAD-RECOVERY-FILE THRU 1200-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2000-LOAD-SITE-TABLE THRU 2000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2500-LOOK-UP-BANNERS THRU 2500-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3000-BUILD-PACKAGES THRU 3000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           DISPLAY "DISTRIBUCION_BANNERS: CYCLE " WS-CYCLE-NUMBER
               " PROCESS DATE " WS-PROCESS-DATE-DISPLAY.
           DISPLAY "PACKAGES BUILT ....: " WS-PACKAGE-COUNT.
           DISPLAY "SITES SENT ........: " WS-SITES-SENT.
           DISPLAY "SITES LEFT OUT ....: " WS-SITES-EXCLUDED.
           IF WS-SITES-FAILED > ZEROS
               MOVE "DISTFAIL" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-SITES-FAILED " SITE(S) LEFT OUT OF THE "
                   "PACKAGES - BANNER FAILED" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-READ-CYCLE-CONTROL.
      *    The packages are for the cycle the counter points at,
      *    under the process date that cycle ran for; this step
      *    never moves the counter.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF NOT WS-CC-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "CYCCTL.DAT OPEN FAILED, STATUS="
                   WS-CC-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           READ CYCLE-CONTROL-FILE
               AT END
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "CYCCTL.DAT IS EMPTY" TO WS-ABEND-REASON
               NOT AT END
                   MOVE CC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   MOVE CC-LAST-PROCESS-DATE TO WS-PROCESS-DATE
           END-READ.
           CLOSE CYCLE-CONTROL-FILE.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
      *    Same ccyy-mm-dd form the banner history carries.
           STRING WS-PD-CCYY "-" WS-PD-MM "-" WS-PD-DD
               DELIMITED BY SIZE INTO WS-PROCESS-DATE-DISPLAY.
       1000-EXIT.
           EXIT.

       1100-LOAD-SITE-HOLIDAYS.
      *    No file means no branch calendars are in use.
           OPEN INPUT SITE-HOLIDAY-FILE.
           IF WS-SITEHOL-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           IF NOT WS-SITEHOL-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEHOLS.DAT OPEN FAILED, STATUS="
                   WS-SITEHOL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL WS-SITEHOL-AT-END OR NOT WS-SITEHOL-OK
                   OR WS-RUN-FAILED
               READ SITE-HOLIDAY-FILE
                   AT END
                       SET WS-SITEHOL-AT-END TO TRUE
                   NOT AT END
                       IF HO-HOLIDAY-DATE = WS-PROCESS-DATE
                           PERFORM 1150-STORE-CLOSED-SITE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-SITEHOL-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "SITEHOLS.DAT READ FAILED, STATUS="
                   WS-SITEHOL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE SITE-HOLIDAY-FILE.
       1100-EXIT.
           EXIT.

       1150-STORE-CLOSED-SITE.
           IF WS-CLOSED-SITE-COUNT >= 200
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 200 SITES CLOSED ON ONE DATE - CHECK FILE"
                   TO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-CLOSED-SITE-COUNT
               MOVE HO-SITE-ID TO
                   WS-CLOSED-SITE (WS-CLOSED-SITE-COUNT)
           END-IF.

       1200-LOAD-RECOVERY-FILE.
      *    No file, or one left over from another cycle, simply
      *    means no site is known to have failed this cycle.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RCVY-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-RCVY-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT OPEN FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL WS-RCVY-AT-END OR NOT WS-RCVY-OK
                   OR WS-RUN-FAILED
               READ RECOVERY-FILE
                   AT END
                       SET WS-RCVY-AT-END TO TRUE
                   NOT AT END
                       IF RV-CYCLE-NUMBER = WS-CYCLE-NUMBER
                           PERFORM 1250-STORE-FAILED-SITE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-RCVY-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT READ FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE RECOVERY-FILE.
       1200-EXIT.
           EXIT.

       1250-STORE-FAILED-SITE.
           IF WS-FAILED-SITE-COUNT >= 999
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 999 RECOVERY ENTRIES - CHECK SITERCVY"
                   TO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-FAILED-SITE-COUNT
               MOVE RV-SITE-ID TO
                   WS-FAILED-SITE (WS-FAILED-SITE-COUNT)
           END-IF.

       2000-LOAD-SITE-TABLE.
      *    Every branch is on the site table, so an empty or
      *    unreadable table stops the run rather than quietly
      *    sending nobody anything.
           OPEN INPUT SITE-TABLE-FILE.
           IF NOT WS-SITE-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITETAB.DAT OPEN FAILED, STATUS="
                   WS-SITE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2000-EXIT
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
                       PERFORM 2050-STORE-SITE
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
               MOVE "SITE TABLE IS EMPTY - NOTHING TO DISTRIBUTE"
                   TO WS-ABEND-REASON
           END-IF.
       2000-EXIT.
           EXIT.

       2050-STORE-SITE.
           IF WS-SITE-COUNT >= 999
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 999 SITES ON SITETAB.DAT" TO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-SITE-COUNT
               MOVE ST-SITE-ID TO WS-SI-SITE-ID (WS-SITE-COUNT)
               MOVE ST-GROUP-CODE TO WS-SI-GROUP (WS-SITE-COUNT)
               SET WS-SI-NO-BANNER (WS-SITE-COUNT) TO TRUE
               MOVE SPACES TO WS-SI-SALUDO (WS-SITE-COUNT)
               MOVE SPACES TO WS-SI-TITULO (WS-SITE-COUNT)
               MOVE ST-GROUP-CODE TO WS-CHECK-GROUP
               PERFORM 2060-FIND-GROUP
           END-IF.

       2060-FIND-GROUP.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-GR-CODE (WS-GROUP-SUB) = WS-CHECK-GROUP
               CONTINUE
           END-PERFORM.
           IF WS-GROUP-SUB > WS-GROUP-COUNT
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-CHECK-GROUP TO WS-GR-CODE (WS-GROUP-COUNT)
               MOVE ZEROS TO WS-GR-BANNERED (WS-GROUP-COUNT)
               MOVE ZEROS TO WS-GR-FAILED (WS-GROUP-COUNT)
               MOVE ZEROS TO WS-GR-EXCLUDED (WS-GROUP-COUNT)
           END-IF.

       2500-LOOK-UP-BANNERS.
      *    One direct read per site on the history key (cycle plus
      *    site). The banner on file is what goes out; without one
      *    the site is failed if the recovery file says so, closed
      *    if its local holiday is today, and otherwise simply was
      *    not bannered this cycle.
           OPEN INPUT BANNER-HISTORY-FILE.
           IF NOT WS-BANNER-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "BANNHIST.DAT OPEN FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2500-EXIT
           END-IF.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
                   OR WS-RUN-FAILED
               PERFORM 2550-LOOK-UP-SITE
           END-PERFORM.
           CLOSE BANNER-HISTORY-FILE.
       2500-EXIT.
           EXIT.

       2550-LOOK-UP-SITE.
           MOVE WS-CYCLE-NUMBER TO BP-NUMERO.
           MOVE WS-SI-SITE-ID (WS-SITE-SUB) TO BP-SITE-ID.
           MOVE WS-SI-SITE-ID (WS-SITE-SUB) TO WS-CHECK-SITE-ID.
           READ BANNER-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-BANNER-OK
                   SET WS-SI-BANNERED (WS-SITE-SUB) TO TRUE
                   MOVE BP-SALUDO TO WS-SI-SALUDO (WS-SITE-SUB)
                   MOVE BP-TITULO TO WS-SI-TITULO (WS-SITE-SUB)
               WHEN WS-BANNER-NOT-ON-FILE
                   PERFORM 2600-CHECK-FAILED-SITE
                   IF WS-LIST-MATCH
                       SET WS-SI-FAILED (WS-SITE-SUB) TO TRUE
                   ELSE
                       PERFORM 2650-CHECK-CLOSED-SITE
                       IF WS-LIST-MATCH
                           SET WS-SI-CLOSED (WS-SITE-SUB) TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-RUN-FAILED TO TRUE
                   STRING "BANNHIST.DAT READ FAILED, STATUS="
                       WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
           END-EVALUATE.
           IF NOT WS-RUN-FAILED
               PERFORM 2700-TALLY-SITE-GROUP
           END-IF.

       2600-CHECK-FAILED-SITE.
           MOVE "N" TO WS-LIST-MATCH-FLAG.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-FAILED-SITE-COUNT
                   OR WS-LIST-MATCH
               IF WS-FAILED-SITE (WS-LIST-SUB) = WS-CHECK-SITE-ID
                   SET WS-LIST-MATCH TO TRUE
               END-IF
           END-PERFORM.

       2650-CHECK-CLOSED-SITE.
           MOVE "N" TO WS-LIST-MATCH-FLAG.
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-CLOSED-SITE-COUNT
                   OR WS-LIST-MATCH
               IF WS-CLOSED-SITE (WS-LIST-SUB) = WS-CHECK-SITE-ID
                   SET WS-LIST-MATCH TO TRUE
               END-IF
           END-PERFORM.

       2700-TALLY-SITE-GROUP.
           MOVE WS-SI-GROUP (WS-SITE-SUB) TO WS-CHECK-GROUP.
           PERFORM 2060-FIND-GROUP.
           EVALUATE TRUE
               WHEN WS-SI-BANNERED (WS-SITE-SUB)
                   ADD 1 TO WS-GR-BANNERED (WS-GROUP-SUB)
               WHEN WS-SI-FAILED (WS-SITE-SUB)
                   ADD 1 TO WS-GR-FAILED (WS-GROUP-SUB)
                   ADD 1 TO WS-GR-EXCLUDED (WS-GROUP-SUB)
               WHEN OTHER
                   ADD 1 TO WS-GR-EXCLUDED (WS-GROUP-SUB)
           END-EVALUATE.

       3000-BUILD-PACKAGES.
      *    The manifest header carries the totals, so they are added
      *    up over the groups taking part before anything is
      *    written; the manifest is then rebuilt whole for this
      *    cycle, one package at a time.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               IF WS-GR-BANNERED (WS-GROUP-SUB) > ZEROS OR
                  WS-GR-FAILED (WS-GROUP-SUB) > ZEROS
                   ADD WS-GR-BANNERED (WS-GROUP-SUB) TO WS-SITES-SENT
                   ADD WS-GR-EXCLUDED (WS-GROUP-SUB)
                       TO WS-SITES-EXCLUDED
                   ADD WS-GR-FAILED (WS-GROUP-SUB) TO WS-SITES-FAILED
               END-IF
           END-PERFORM.
           OPEN OUTPUT MANIFEST-FILE.
           IF NOT WS-MANIFEST-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "DISTMANI.DAT OPEN FAILED, STATUS="
                   WS-MANIFEST-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           SET DM-HEADER TO TRUE.
           MOVE WS-SITES-SENT TO DM-SITE-COUNT.
           MOVE WS-SITES-EXCLUDED TO DM-EXCLUDED-COUNT.
           PERFORM 3900-WRITE-MANIFEST-RECORD.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   OR WS-RUN-FAILED
               IF WS-GR-BANNERED (WS-GROUP-SUB) > ZEROS OR
                  WS-GR-FAILED (WS-GROUP-SUB) > ZEROS
                   PERFORM 3100-BUILD-ONE-PACKAGE THRU 3100-EXIT
               END-IF
           END-PERFORM.
           CLOSE MANIFEST-FILE.
       3000-EXIT.
           EXIT.

       3100-BUILD-ONE-PACKAGE.
      *    Header, one detail per bannered site of the group in site
      *    order, trailer. The package replaces whatever was sent
      *    for the group last time.
           MOVE SPACES TO WS-PACKAGE-FILE-NAME.
           IF WS-GR-CODE (WS-GROUP-SUB) = SPACES
               MOVE "DISTDEFAULT.DAT" TO WS-PACKAGE-FILE-NAME
           ELSE
               STRING "DIST" WS-GR-CODE (WS-GROUP-SUB)
                   DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-PACKAGE-FILE-NAME
           END-IF.
           OPEN OUTPUT PACKAGE-FILE.
           IF NOT WS-PACKAGE-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-PACKAGE-FILE-NAME " OPEN FAILED, STATUS="
                   WS-PACKAGE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PACKAGE-COUNT.
           MOVE ZEROS TO WS-DETAILS-WRITTEN.
           MOVE SPACES TO DIST-PACKAGE-RECORD.
           SET DP-HEADER TO TRUE.
           MOVE WS-GR-BANNERED (WS-GROUP-SUB) TO DP-RECORD-COUNT.
           PERFORM 3800-WRITE-PACKAGE-RECORD.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
                   OR WS-RUN-FAILED
               IF WS-SI-GROUP (WS-SITE-SUB) = WS-GR-CODE (WS-GROUP-SUB)
                  AND WS-SI-BANNERED (WS-SITE-SUB)
                   MOVE SPACES TO DIST-PACKAGE-RECORD
                   SET DP-DETAIL TO TRUE
                   MOVE WS-SI-SITE-ID (WS-SITE-SUB) TO DP-SITE-ID
                   MOVE WS-SI-SALUDO (WS-SITE-SUB) TO DP-SALUDO
                   MOVE WS-SI-TITULO (WS-SITE-SUB) TO DP-TITULO
                   PERFORM 3800-WRITE-PACKAGE-RECORD
                   ADD 1 TO WS-DETAILS-WRITTEN
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FAILED
               MOVE SPACES TO DIST-PACKAGE-RECORD
               SET DP-TRAILER TO TRUE
               MOVE WS-DETAILS-WRITTEN TO DP-RECORD-COUNT
               PERFORM 3800-WRITE-PACKAGE-RECORD
           END-IF.
           CLOSE PACKAGE-FILE.
           IF WS-RUN-FAILED
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           SET DM-PACKAGE TO TRUE.
           MOVE WS-DETAILS-WRITTEN TO DM-SITE-COUNT.
           MOVE WS-GR-EXCLUDED (WS-GROUP-SUB) TO DM-EXCLUDED-COUNT.
           MOVE WS-GR-CODE (WS-GROUP-SUB) TO DM-GROUP-CODE.
           MOVE WS-PACKAGE-FILE-NAME TO DM-PACKAGE-NAME.
           PERFORM 3900-WRITE-MANIFEST-RECORD.
           PERFORM VARYING WS-SITE-SUB FROM 1 BY 1
                   UNTIL WS-SITE-SUB > WS-SITE-COUNT
                   OR WS-RUN-FAILED
               IF WS-SI-GROUP (WS-SITE-SUB) = WS-GR-CODE (WS-GROUP-SUB)
                  AND NOT WS-SI-BANNERED (WS-SITE-SUB)
                   PERFORM 3200-WRITE-EXCLUDED-SITE
               END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

       3200-WRITE-EXCLUDED-SITE.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           SET DM-EXCLUDED-SITE TO TRUE.
           MOVE ZEROS TO DM-SITE-COUNT.
           MOVE ZEROS TO DM-EXCLUDED-COUNT.
           MOVE WS-GR-CODE (WS-GROUP-SUB) TO DM-GROUP-CODE.
           MOVE WS-PACKAGE-FILE-NAME TO DM-PACKAGE-NAME.
           MOVE WS-SI-SITE-ID (WS-SITE-SUB) TO DM-SITE-ID.
           EVALUATE TRUE
               WHEN WS-SI-FAILED (WS-SITE-SUB)
                   SET DM-SITE-FAILED TO TRUE
               WHEN WS-SI-CLOSED (WS-SITE-SUB)
                   SET DM-SITE-CLOSED TO TRUE
               WHEN OTHER
                   SET DM-NO-BANNER TO TRUE
           END-EVALUATE.
           PERFORM 3900-WRITE-MANIFEST-RECORD.

       3800-WRITE-PACKAGE-RECORD.
      *    Every package record carries the group, cycle and date so
      *    a detail can never be mistaken for another cycle's.
           MOVE WS-GR-CODE (WS-GROUP-SUB) TO DP-GROUP-CODE.
           MOVE WS-CYCLE-NUMBER TO DP-CYCLE-NUMBER.
           MOVE WS-PROCESS-DATE-DISPLAY TO DP-PROCESS-DATE.
           WRITE DIST-PACKAGE-RECORD.
           IF NOT WS-PACKAGE-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-PACKAGE-FILE-NAME " WRITE FAILED, STATUS="
                   WS-PACKAGE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       3900-WRITE-MANIFEST-RECORD.
           MOVE WS-CYCLE-NUMBER TO DM-CYCLE-NUMBER.
           MOVE WS-PROCESS-DATE-DISPLAY TO DM-PROCESS-DATE.
           WRITE DIST-MANIFEST-RECORD.
           IF NOT WS-MANIFEST-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "DISTMANI.DAT WRITE FAILED, STATUS="
                   WS-MANIFEST-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       8000-WRITE-ALERT.
      *    Same queue the rest of the stream feeds. Best effort: an
      *    alert problem is reported on the console and nothing more.
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-ALERT-TIME FROM TIME.
           MOVE "DISTRIBUCION" TO AL-PROGRAM-ID.
           MOVE WS-ALERT-CODE TO AL-REASON-CODE.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE WS-CYCLE-NUMBER TO AL-CYCLE-NUMBER.
           MOVE WS-ALERT-TEXT TO AL-REASON-TEXT.
           SET AL-ALERT-OPEN TO TRUE.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           WRITE ALERT-FILE-RECORD.
           IF NOT WS-ALERT-OK
               DISPLAY "DISTRIBUCION_BANNERS WARNING: ALERTLOG.DAT "
                   "WRITE FAILED, STATUS=" WS-ALERT-FILE-STATUS
           END-IF.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-TEXT.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, raise the error alert, then stop with
      *    a return code the scheduler treats as fatal.
           DISPLAY "DISTRIBUCION_BANNERS ABEND: " WS-ABEND-REASON.
           MOVE "DISTABND" TO WS-ALERT-CODE.
           MOVE "E" TO WS-ALERT-SEVERITY.
           MOVE WS-ABEND-REASON TO WS-ALERT-TEXT.
           PERFORM 8000-WRITE-ALERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM distribucion_banners.
