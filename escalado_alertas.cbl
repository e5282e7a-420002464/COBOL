      *          older than the retention window are purged so the
      *          queue stops growing forever. PARM tokens PROMOTE=hh,
      *          ESCALATE=hh and RETAIN=dd override the standing
      *          thresholds (8 hours, 24 hours, 30 days). Once the
      *          retention policy (RETPOLIC.DAT) covers ALERTLOG.DAT,
      *          the purge is left to depuracion_retencion and
      *          RETAIN= no longer has any effect.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ESCALATION-FILE ASSIGN TO "ESCALLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCAL-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "RETPOLIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT RELEVO-REPORT-FILE ASSIGN TO "RELEVO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY ESCREC.

       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY RETPOLIC.

       FD  RELEVO-REPORT-FILE.
       01  RELEVO-REPORT-LINE      PIC X(132).

           88  WS-ESCAL-OK             VALUE "00".
           88  WS-ESCAL-FILE-NOT-FOUND VALUE "35".

       01  WS-POLICY-FILE-STATUS PIC X(2).
           88  WS-POLICY-OK            VALUE "00".
           88  WS-POLICY-FILE-NOT-FOUND VALUE "35".
           88  WS-POLICY-AT-END        VALUE "10".

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".

       01  WS-PROMOTE-HOURS        PIC 9(3) VALUE 8.
       01  WS-ESCALATE-HOURS       PIC 9(3) VALUE 24.
       01  WS-RETAIN-DAYS          PIC 9(3) VALUE 30.
      *    Set when RETPOLIC.DAT carries a policy for ALERTLOG.DAT;
      *    the purge then belongs to depuracion_retencion alone, so
      *    two programs never age the same queue two different ways.
       01  WS-POLICY-PURGE-FLAG    PIC X(1) VALUE "N".
           88  WS-POLICY-GOVERNS-PURGE VALUE "Y".

      *    The whole queue rides in one table so the survivors can be
      *    written back in one piece after the purge; 2000 entries is
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1200-CHECK-RETENTION-POLICY THRU 1200-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME (1:2) TO WS-NOW-HH.
                   INTO WS-ABEND-REASON
           END-IF.

       1200-CHECK-RETENTION-POLICY.
      *    No policy file is the old arrangement: the RETAIN window
      *    here does the purging, exactly as before.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-POLICY-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "RETPOLIC.DAT OPEN FAILED, STATUS="
                   WS-POLICY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1200-EXIT
           END-IF.
           PERFORM UNTIL WS-POLICY-AT-END OR NOT WS-POLICY-OK
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-AT-END TO TRUE
                   NOT AT END
                       IF RP-DATASET-NAME = "ALERTLOG.DAT"
                           SET WS-POLICY-GOVERNS-PURGE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-POLICY-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "RETPOLIC.DAT READ FAILED, STATUS="
                   WS-POLICY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE POLICY-FILE.
       1200-EXIT.
           EXIT.

       2000-LOAD-ALERT-FILE.
      *    The queue is loaded whole so the purge can rewrite the
      *    file in one piece afterwards; a missing file is a legal
           IF WS-AT-ACK (WS-ALERT-SUB) = "Y"
      *        Acknowledged alerts only face the retention check; the
      *        queue keeps them a while so a code that fires every
      *        night is still visible as a pattern. Under the
      *        retention policy they are left for its housekeeping.
               IF WS-DAYS-OPEN > WS-RETAIN-DAYS AND
                  NOT WS-POLICY-GOVERNS-PURGE
                   MOVE "N" TO WS-AT-KEEP-FLAG (WS-ALERT-SUB)
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           MOVE WS-ESCALATED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           IF WS-POLICY-GOVERNS-PURGE
               MOVE "PURGED (RETPOLIC.DAT GOVERNS)" TO WS-TL-LABEL
           ELSE
               MOVE "ACKNOWLEDGED PURGED" TO WS-TL-LABEL
           END-IF.
           MOVE WS-PURGED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
