      *          written to a discrepancy report and surfaced with a
      *          non-zero return code so the scheduler holds the
      *          stream instead of running on bad cycle numbers.
      *          A cycle taken back by reverso_ciclo is reported as
      *          reversed, not as a mismatch or a gap.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-AUDIT-CYCLE          PIC 9(3) VALUE ZEROS.
       01  WS-AUDIT-FOUND-FLAG     PIC X(1) VALUE "N".
           88  WS-AUDIT-FOUND       VALUE "Y".
      *    Set when the last audit record is a backout rather than
      *    an execution; with the control file one cycle behind it,
      *    the empty checkpoint and status files are what a backout
      *    leaves, not a discrepancy.
       01  WS-AUDIT-BACKOUT-FLAG   PIC X(1) VALUE "N".
           88  WS-AUDIT-LAST-BACKOUT VALUE "Y".
       01  WS-BACKED-OUT-FLAG      PIC X(1) VALUE "N".
           88  WS-CYCLE-BACKED-OUT  VALUE "Y".

      *    Per-cycle tally of the banner history. Duplicate keys are
      *    structurally impossible now that the history is INDEXED on
      *    cycle plus site (a rerun REWRITES in place), so the scan
      *    only needs record counts for the gap check. The reversed
      *    flag comes from the audit log: "Y" while a cycle's latest
      *    audit record is a backout.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 999 TIMES.
               10  WS-CT-RECORDS   PIC 9(3).
               10  WS-CT-REVERSED  PIC X(1).

      *    One digit wider than a cycle number so the VARYING loops
      *    can step past 999 and terminate.
       01  WS-GAP-COUNT            PIC 9(3) VALUE ZEROS.
       01  WS-GAPS-PRINTED         PIC 9(3) VALUE ZEROS.
       01  WS-DISCREPANCY-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-REVERSED-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-EXPECTED-CYCLE       PIC 9(4).

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-PRINT-LINE           PIC X(132).
           05  WS-DISC-TEXT        PIC X(70) VALUE SPACES.
           05  FILLER              PIC X(49) VALUE SPACES.

      *    Same rule as WS-DISC-TEXT: space-filled between uses.
       01  WS-NOTE-LINE.
           05  FILLER              PIC X(13) VALUE "NOTE:        ".
           05  WS-NOTE-TEXT        PIC X(70) VALUE SPACES.
           05  FILLER              PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-OPEN-REPORT.
           PERFORM 1100-READ-CYCLE-CONTROL.
           PERFORM 1200-READ-CHECKPOINT.
           PERFORM 1300-READ-STATUS-FILE.
           PERFORM 1550-INIT-CYCLE-TABLE.
           PERFORM 1400-SCAN-AUDIT-LOG.
           PERFORM 1500-SCAN-BANNER-FILE.
           PERFORM 2000-RECONCILE THRU 2000-EXIT.
                       NOT AT END
                           MOVE AU-CYCLE-NUMBER TO WS-AUDIT-CYCLE
                           SET WS-AUDIT-FOUND TO TRUE
                           PERFORM 1450-NOTE-AUDIT-RUN-TYPE
                   END-READ
               END-PERFORM
               IF NOT WS-AUDIT-AT-END
               PERFORM 9000-ABEND-AND-STOP
           END-IF.

       1450-NOTE-AUDIT-RUN-TYPE.
      *    A backout only reverses what came before it; a later run
      *    under the same (reissued) cycle number makes it live
      *    again.
           IF AU-BACKOUT
               MOVE "Y" TO WS-AUDIT-BACKOUT-FLAG
           ELSE
               MOVE "N" TO WS-AUDIT-BACKOUT-FLAG
           END-IF.
           IF AU-CYCLE-NUMBER >= 1 AND AU-CYCLE-NUMBER <= 999
               MOVE AU-CYCLE-NUMBER TO WS-CYCLE-SUB
               MOVE WS-AUDIT-BACKOUT-FLAG TO
                   WS-CT-REVERSED (WS-CYCLE-SUB)
           END-IF.

       1500-SCAN-BANNER-FILE.
           OPEN INPUT BANNER-INPUT-FILE.
           IF WS-BANNER-OK
               MOVE LOW-VALUES TO BP-BANNER-KEY
           PERFORM VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > 999
               MOVE ZEROS TO WS-CT-RECORDS (WS-CYCLE-SUB)
               MOVE "N" TO WS-CT-REVERSED (WS-CYCLE-SUB)
           END-PERFORM.

       1600-TALLY-BANNER-RECORD.
               PERFORM 7100-WRITE-DISC-LINE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-CHECK-BACKED-OUT.
           IF NOT WS-CHKP-FOUND
               IF NOT WS-CYCLE-BACKED-OUT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE "RESTART.DAT MISSING OR EMPTY" TO WS-DISC-TEXT
                   PERFORM 7100-WRITE-DISC-LINE
               END-IF
           ELSE
               IF WS-CHKP-CYCLE NOT = WS-CONTROL-CYCLE
                   ADD 1 TO WS-DISCREPANCY-COUNT
               END-IF
           END-IF.
           IF NOT WS-STAT-FOUND
               IF NOT WS-CYCLE-BACKED-OUT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   MOVE "HOLASTAT.DAT MISSING OR EMPTY" TO
                       WS-DISC-TEXT
                   PERFORM 7100-WRITE-DISC-LINE
               END-IF
           ELSE
               IF WS-STAT-CYCLE NOT = WS-CONTROL-CYCLE
                   ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE "AUDIT.LOG MISSING OR EMPTY" TO WS-DISC-TEXT
               PERFORM 7100-WRITE-DISC-LINE
           ELSE
               IF WS-AUDIT-CYCLE NOT = WS-CONTROL-CYCLE AND
                  NOT WS-CYCLE-BACKED-OUT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   STRING "LAST AUDIT CYCLE " WS-AUDIT-CYCLE
                       " DOES NOT MATCH CONTROL CYCLE "
       2000-EXIT.
           EXIT.

       2050-CHECK-BACKED-OUT.
      *    reverso_ciclo puts the control file back one cycle and
      *    logs a backout under the cycle it took back, so a last
      *    audit record that is a backout of exactly the next cycle
      *    is the state a backout leaves until the next run.
           COMPUTE WS-EXPECTED-CYCLE = WS-CONTROL-CYCLE + 1.
           IF WS-AUDIT-FOUND AND WS-AUDIT-LAST-BACKOUT AND
              WS-AUDIT-CYCLE = WS-EXPECTED-CYCLE
               SET WS-CYCLE-BACKED-OUT TO TRUE
               ADD 1 TO WS-REVERSED-COUNT
               STRING "CYCLE " WS-AUDIT-CYCLE
                   " BACKED OUT - REVERSED, AWAITING NEXT RUN"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 7200-WRITE-NOTE-LINE
           END-IF.

       2100-PRINT-CYCLE-VALUES.
           MOVE "CONTROL CYCLE (CYCCTL.DAT)" TO WS-VL-LABEL.
           PERFORM 2150-FORMAT-CONTROL-VALUE.
      *    starts at the lowest cycle present, not 1, because the
      *    archive step legitimately trims old cycles off the front.
      *    Only the first gaps are itemized so a badly damaged file
      *    cannot flood the report. A cycle whose banners were taken
      *    back by a backout is a reversal, noted but not counted.
           PERFORM VARYING WS-CYCLE-SUB FROM WS-BANNER-LOW-CYCLE
                   BY 1 UNTIL WS-CYCLE-SUB > WS-BANNER-HIGH-CYCLE
               IF WS-CT-RECORDS (WS-CYCLE-SUB) = ZEROS AND
                  WS-CT-REVERSED (WS-CYCLE-SUB) = "Y"
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE WS-CYCLE-SUB TO WS-GAP-CYCLE
                   STRING "CYCLE " WS-GAP-CYCLE
                       " BACKED OUT - REVERSED, NOT A GAP"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 7200-WRITE-NOTE-LINE
               END-IF
               IF WS-CT-RECORDS (WS-CYCLE-SUB) = ZEROS AND
                  WS-CT-REVERSED (WS-CYCLE-SUB) NOT = "Y"
                   ADD 1 TO WS-GAP-COUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   IF WS-GAPS-PRINTED < 20
               MOVE WS-VALUE-LINE TO WS-PRINT-LINE
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE.
           IF WS-REVERSED-COUNT > ZEROS
               MOVE SPACES TO WS-VALUE-LINE
               MOVE "CYCLES BACKED OUT (REVERSED)" TO WS-VL-LABEL
               MOVE WS-REVERSED-COUNT TO WS-VL-VALUE
               MOVE WS-VALUE-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       7000-WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RECON-REPORT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-DISC-TEXT.

       7200-WRITE-NOTE-LINE.
           MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-NOTE-TEXT.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, then stop with a return code the
