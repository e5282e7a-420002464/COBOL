      *          for the morning team: every execution recorded today
      *          with elapsed gaps, the scheduler outcome, and an
      *          exception block when the checkpoint is incomplete or
      *          the current cycle left no banner behind. Also shows
      *          which branch packages distribucion_banners sent for
      *          the cycle and which sites were left out of them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEED-STATUS-FILE ASSIGN TO "FEEDSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT DIST-MANIFEST-FILE ASSIGN TO "DISTMANI.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY FEEDSTAT.

       FD  DIST-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY DISTMAN.

       WORKING-STORAGE SECTION.
       COPY BANCOM.

           88  WS-FEED-DELIVERED    VALUE "D".
       01  WS-FEED-TEXT            PIC X(50) VALUE SPACES.

       01  WS-DIST-FILE-STATUS PIC X(2).
           88  WS-DIST-OK              VALUE "00".
           88  WS-DIST-FILE-NOT-FOUND  VALUE "35".
           88  WS-DIST-AT-END          VALUE "10".

      *    What the distribution manifest says about the packages
      *    sent. No file just means the distribution step is not in
      *    the stream yet; a manifest for another cycle means the
      *    step did not run for this one.
       01  WS-DIST-FOUND-FLAG      PIC X(1) VALUE "N".
           88  WS-DIST-FOUND        VALUE "Y".
       01  WS-DIST-CURRENT-FLAG    PIC X(1) VALUE "N".
           88  WS-DIST-CURRENT      VALUE "Y".
       01  WS-DIST-REVERSED-FLAG   PIC X(1) VALUE "N".
           88  WS-DIST-REVERSED     VALUE "Y".
       01  WS-DIST-BACKED-OUT-FLAG PIC X(1) VALUE "N".
           88  WS-DIST-BACKED-OUT   VALUE "Y".
       01  WS-DIST-UNREADABLE-FLAG PIC X(1) VALUE "N".
           88  WS-DIST-UNREADABLE   VALUE "Y".
       01  WS-DIST-READ-STATUS     PIC X(2) VALUE SPACES.
       01  WS-DIST-CYCLE           PIC 9(3) VALUE ZEROS.
       01  WS-DIST-SITES-SENT      PIC 9(5) VALUE ZEROS.
       01  WS-DIST-SITES-OUT       PIC 9(5) VALUE ZEROS.
       01  WS-DIST-PACKAGES        PIC 9(4) VALUE ZEROS.
       01  WS-DIST-FAILED-SITES    PIC 9(5) VALUE ZEROS.
       01  WS-DIST-TEXT            PIC X(50) VALUE SPACES.

       01  WS-DIST-HEADING.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(17) VALUE "PACKAGE".
           05  FILLER              PIC X(9)  VALUE "GROUP".
           05  FILLER              PIC X(9)  VALUE "SENT".
           05  FILLER              PIC X(8)  VALUE "LEFT OUT".
           05  FILLER              PIC X(87) VALUE SPACES.

       01  WS-DIST-DETAIL.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-PACKAGE       PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-GROUP         PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DD-SENT          PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-DD-LEFT-OUT      PIC ZZZZ9.
           05  FILLER              PIC X(90) VALUE SPACES.

       01  WS-STAT-CYCLE           PIC 9(3) VALUE ZEROS.
       01  WS-STAT-CODE            PIC X(7) VALUE SPACES.
       01  WS-STAT-FOUND-FLAG      PIC X(1) VALUE "N".
           PERFORM 3500-READ-CALENDAR.
           PERFORM 3700-READ-STATUS-FILE.
           PERFORM 3800-READ-FEED-STATUS.
           PERFORM 3900-READ-DIST-MANIFEST.
           PERFORM 5000-WRITE-REPORT.
           PERFORM 4000-PRINT-ROLLUP.
           stop run.
               MOVE "NOT AVAILABLE" TO WS-FEED-TEXT
           END-IF.

       3900-READ-DIST-MANIFEST.
      *    The header carries the cycle and the totals; the package
      *    records are counted and the failed exclusions tallied
      *    here, and the package list itself is printed straight off
      *    the file by 5350.
           OPEN INPUT DIST-MANIFEST-FILE.
           IF WS-DIST-OK
               PERFORM UNTIL WS-DIST-AT-END OR NOT WS-DIST-OK
                   READ DIST-MANIFEST-FILE
                       AT END
                           SET WS-DIST-AT-END TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DM-HEADER
                                   SET WS-DIST-FOUND TO TRUE
                                   MOVE DM-CYCLE-NUMBER TO
                                       WS-DIST-CYCLE
                                   MOVE DM-SITE-COUNT TO
                                       WS-DIST-SITES-SENT
                                   MOVE DM-EXCLUDED-COUNT TO
                                       WS-DIST-SITES-OUT
                                   IF DM-CYCLE-REVERSED
                                       SET WS-DIST-REVERSED TO TRUE
                                   END-IF
                               WHEN DM-PACKAGE
                                   ADD 1 TO WS-DIST-PACKAGES
                               WHEN DM-EXCLUDED-SITE AND
                                    DM-SITE-FAILED
                                   ADD 1 TO WS-DIST-FAILED-SITES
                           END-EVALUATE
                   END-READ
               END-PERFORM
               IF NOT WS-DIST-AT-END
                   SET WS-DIST-UNREADABLE TO TRUE
                   MOVE WS-DIST-FILE-STATUS TO WS-DIST-READ-STATUS
               END-IF
               CLOSE DIST-MANIFEST-FILE
           END-IF.
      *    A manifest for a cycle newer than CYCCTL.DAT's is one
      *    reverso_ciclo took back: the previous cycle went out the
      *    night before and nothing is owed for it. A manifest
      *    marked reversed is never current - its packages were
      *    recalled - so one for the reissued cycle still means the
      *    packages have not been built again.
           MOVE SPACES TO WS-DIST-TEXT.
           IF NOT WS-DIST-FOUND
               MOVE "NOT AVAILABLE" TO WS-DIST-TEXT
           ELSE
               IF WS-DIST-CYCLE > NUMERO
                   SET WS-DIST-BACKED-OUT TO TRUE
                   IF WS-DIST-REVERSED
                       STRING "CYCLE " WS-DIST-CYCLE
                           " BACKED OUT - PACKAGES RECALLED"
                           DELIMITED BY SIZE INTO WS-DIST-TEXT
                   ELSE
                       STRING "CYCLE " WS-DIST-CYCLE
                           " BACKED OUT - PACKAGES NOT RECALLED"
                           DELIMITED BY SIZE INTO WS-DIST-TEXT
                   END-IF
               ELSE
                   IF WS-DIST-CYCLE = NUMERO AND NOT WS-DIST-REVERSED
                       SET WS-DIST-CURRENT TO TRUE
                       STRING WS-DIST-SITES-SENT " SITES IN "
                           WS-DIST-PACKAGES " PACKAGES, "
                           WS-DIST-SITES-OUT " LEFT OUT"
                           DELIMITED BY SIZE INTO WS-DIST-TEXT
                   ELSE
                       IF WS-DIST-REVERSED
                           STRING "NOT RUN - CYCLE " WS-DIST-CYCLE
                               " PACKAGES RECALLED"
                               DELIMITED BY SIZE INTO WS-DIST-TEXT
                       ELSE
                           STRING "NOT RUN - MANIFEST IS FOR CYCLE "
                               WS-DIST-CYCLE
                               DELIMITED BY SIZE INTO WS-DIST-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *    A manifest that cannot be read to the end says nothing
      *    reliable about the packages, whatever its header said.
           IF WS-DIST-UNREADABLE
               MOVE "N" TO WS-DIST-CURRENT-FLAG
               MOVE "N" TO WS-DIST-BACKED-OUT-FLAG
               MOVE SPACES TO WS-DIST-TEXT
               STRING "MANIFEST UNREADABLE, STATUS="
                   WS-DIST-READ-STATUS
                   DELIMITED BY SIZE INTO WS-DIST-TEXT
           END-IF.

       4000-PRINT-ROLLUP.
           DISPLAY "Cycle number ......: " NUMERO.
           DISPLAY "Banner saludo .....: " SALUDO.
           DISPLAY "Banner site .......: " WS-BANNER-SITE-ID.
           DISPLAY "hola_mundo2 status : " WS-STEP-STATUS-TEXT.
           DISPLAY "Today is ..........: " WS-SCHED-DAY-TEXT.
           DISPLAY "Distribution ......: " WS-DIST-TEXT.
           DISPLAY "===========================================".

       5000-WRITE-REPORT.
               PERFORM 5100-PRINT-CYCLE-SECTION
               PERFORM 5200-PRINT-AUDIT-SECTION
               PERFORM 5300-PRINT-STATUS-SECTION
               PERFORM 5350-PRINT-DISTRIBUTION
               PERFORM 5400-PRINT-EXCEPTIONS
               IF WS-CAL-MONTH-END
                   PERFORM 5500-PRINT-MONTH-TO-DATE
                           SET WS-AUDIT-AT-END TO TRUE
                       NOT AT END
                           IF AU-RUN-DATE = WS-TODAY-DATE
                               IF AU-BACKOUT
                                   PERFORM 5260-PRINT-BACKOUT-LINE
                               ELSE
                                   PERFORM 5250-PRINT-AUDIT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-AUDIT-DETAIL TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       5260-PRINT-BACKOUT-LINE.
      *    A reverso_ciclo backout is not an execution: it is listed
      *    where it happened but is kept out of the run count and
      *    the gap between executions.
           MOVE AU-RUN-TIME TO WS-TIME-SPLIT.
           MOVE AU-CYCLE-NUMBER TO WS-AL-CYCLE.
           MOVE AU-JOB-ID TO WS-AL-JOB.
           MOVE SPACES TO WS-AL-TIME.
           STRING WS-TP-HH ":" WS-TP-MM ":" WS-TP-SS
               DELIMITED BY SIZE INTO WS-AL-TIME.
           MOVE SPACES TO WS-AL-GAP.
           MOVE WS-AUDIT-DETAIL TO WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE (28:105).
           STRING "BACKOUT OF CYCLE " AU-CYCLE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE (28:105).
           PERFORM 7000-WRITE-REPORT-LINE.

       5300-PRINT-STATUS-SECTION.
           MOVE "SCHEDULER OUTCOME (HOLASTAT)" TO WS-LL-LABEL.
           IF WS-STAT-FOUND
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       5350-PRINT-DISTRIBUTION.
      *    What was sent where: one line per package from the
      *    manifest, each followed by the sites of its group that
      *    were left out and why. Only a manifest for the current
      *    cycle is listed - an older one describes packages the
      *    morning team has already been told about.
           MOVE "BANNER PACKAGES (DISTMANI)" TO WS-LL-LABEL.
           MOVE WS-DIST-TEXT TO WS-LL-VALUE.
           MOVE WS-LABEL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           IF WS-DIST-CURRENT
               MOVE WS-DIST-HEADING TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               OPEN INPUT DIST-MANIFEST-FILE
               IF WS-DIST-OK
                   PERFORM UNTIL WS-DIST-AT-END OR NOT WS-DIST-OK
                       READ DIST-MANIFEST-FILE
                           AT END
                               SET WS-DIST-AT-END TO TRUE
                           NOT AT END
                               PERFORM 5360-PRINT-MANIFEST-LINE
                       END-READ
                   END-PERFORM
                   IF NOT WS-DIST-AT-END
                       MOVE "MANIFEST READ ERROR - LIST MAY BE SHORT"
                           TO WS-PRINT-LINE
                       PERFORM 7000-WRITE-REPORT-LINE
                   END-IF
                   CLOSE DIST-MANIFEST-FILE
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       5360-PRINT-MANIFEST-LINE.
           EVALUATE TRUE
               WHEN DM-PACKAGE
                   MOVE DM-PACKAGE-NAME TO WS-DD-PACKAGE
                   IF DM-GROUP-CODE = SPACES
                       MOVE "DEFAULT" TO WS-DD-GROUP
                   ELSE
                       MOVE DM-GROUP-CODE TO WS-DD-GROUP
                   END-IF
                   MOVE DM-SITE-COUNT TO WS-DD-SENT
                   MOVE DM-EXCLUDED-COUNT TO WS-DD-LEFT-OUT
                   MOVE WS-DIST-DETAIL TO WS-PRINT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
               WHEN DM-EXCLUDED-SITE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "      SITE " DM-SITE-ID
                       " LEFT OUT - " DM-EXCLUDE-REASON
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
           END-EVALUATE.

       5400-PRINT-EXCEPTIONS.
      *    The block the morning team reads first. Only genuinely
      *    actionable states land here; a clean night prints NO
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.
           IF WS-DIST-UNREADABLE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BANNER PACKAGE MANIFEST UNREADABLE, STATUS="
                   WS-DIST-READ-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE "DISTREAD" TO WS-ALERT-CODE
               MOVE WS-PRINT-LINE TO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-DIST-BACKED-OUT AND NOT WS-DIST-REVERSED
      *        A cycle taken back without its packages being recalled
      *        still has them outbound.
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BANNER PACKAGES OF BACKED-OUT CYCLE "
                   WS-DIST-CYCLE " NOT RECALLED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE "DISTBKOT" TO WS-ALERT-CODE
               MOVE WS-PRINT-LINE TO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-DIST-FOUND AND NOT WS-DIST-CURRENT
              AND NOT WS-DIST-UNREADABLE AND NOT WS-DIST-BACKED-OUT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BANNER PACKAGES NOT BUILT FOR CYCLE " NUMERO
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               MOVE "DISTSTAL" TO WS-ALERT-CODE
               MOVE WS-PRINT-LINE TO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
           END-IF.
           IF WS-DIST-CURRENT AND WS-DIST-FAILED-SITES > ZEROS
      *        distribucion_banners already raised the alert for
      *        these, so the report repeats the fact only.
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-DIST-FAILED-SITES " FAILED SITE(S) LEFT OUT "
                   "OF THE BANNER PACKAGES"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.
           IF WS-EXCEPTION-COUNT = ZEROS
               MOVE "NO EXCEPTIONS" TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
                       NOT AT END
                           IF AU-RUN-DATE (1:6) =
                              WS-TODAY-DATE (1:6)
                              AND NOT AU-BACKOUT
                               ADD 1 TO WS-MTD-RUNS
                               IF AU-RERUN
                                   ADD 1 TO WS-MTD-RERUNS
