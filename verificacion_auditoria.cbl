      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proves the start-of-day audit trail has not been
      *          tampered with. Every retained generation on
      *          AUDGENCT.DAT (AUDITccyymm.LOG, oldest first) and
      *          then AUDIT.LOG are read as one trail: each record's
      *          sequence number must follow the one before it and
      *          its chain value is folded again from the previous
      *          record's (see AUDCHAIN). Each generation is also
      *          recounted against its control totals, and the end
      *          of the trail is checked against AUDCTL.DAT. Every
      *          record removed, altered, moved or slipped in shows
      *          up as a break on AUDVERIF.RPT; any break raises an
      *          error alert and ends the step with return code 8.
      *          The outcome is kept on AUDVSTAT.DAT for
      *          informe_cumplimiento. Runs after the monthly roll,
      *          so the compliance report is always taken from a
      *          verified trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificacion_auditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-GEN-FILE ASSIGN USING WS-GEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT GEN-CONTROL-FILE ASSIGN TO "AUDGENCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENCT-FILE-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCTL-FILE-STATUS.
           SELECT VERIFY-STATUS-FILE ASSIGN TO "AUDVSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSTAT-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVERIF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

      *    Flat image of AUDITREC; the layout is copied in the FD
      *    above and COBOL allows it only once, so generation
      *    records are moved to WS-AUDIT-WORK to be looked at.
       FD  AUDIT-GEN-FILE
           RECORDING MODE IS F.
       01  GEN-AUDIT-RECORD        PIC X(53).

       FD  GEN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY AUDGEN.

       FD  AUDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY AUDCTL.

       FD  VERIFY-STATUS-FILE
           RECORDING MODE IS F.
           COPY AUDVREC.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
      *    Every record checked, from a generation or the live log,
      *    is looked at through this mirror of AUDITREC.
       01  WS-AUDIT-WORK.
           05  WS-AW-RUN-DATE      PIC 9(8).
           05  WS-AW-RUN-TIME      PIC 9(8).
           05  WS-AW-OPERATOR-ID   PIC X(8).
           05  WS-AW-JOB-ID        PIC X(8).
           05  WS-AW-CYCLE-NUMBER  PIC 9(3).
           05  WS-AW-RUN-TYPE      PIC X(1).
           05  WS-AW-MONTH-END     PIC X(1).
           05  WS-AW-SEQUENCE      PIC 9(7).
           05  WS-AW-CHAIN-VALUE   PIC 9(9).
       01  WS-AUDIT-IMAGE REDEFINES WS-AUDIT-WORK.
           05  WS-AI-CHAINED-BYTES PIC X(44).
           05  FILLER              PIC X(9).

       01  WS-AUDIT-FILE-STATUS PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
           88  WS-AUDIT-AT-END         VALUE "10".

       01  WS-GEN-FILE-STATUS PIC X(2).
           88  WS-GEN-OK               VALUE "00".
           88  WS-GEN-FILE-NOT-FOUND   VALUE "35".
           88  WS-GEN-AT-END           VALUE "10".

       01  WS-GENCT-FILE-STATUS PIC X(2).
           88  WS-GENCT-OK             VALUE "00".
           88  WS-GENCT-FILE-NOT-FOUND VALUE "35".
           88  WS-GENCT-AT-END         VALUE "10".

       01  WS-AUDCTL-FILE-STATUS PIC X(2).
           88  WS-AUDCTL-OK            VALUE "00".
           88  WS-AUDCTL-FILE-NOT-FOUND VALUE "35".
           88  WS-AUDCTL-AT-END        VALUE "10".

       01  WS-VSTAT-FILE-STATUS PIC X(2).
           88  WS-VSTAT-OK             VALUE "00".

       01  WS-ALERT-FILE-STATUS PIC X(2).
           88  WS-ALERT-OK             VALUE "00".
           88  WS-ALERT-FILE-NOT-FOUND VALUE "35".

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-FAILED-FLAG      PIC X(1) VALUE "N".
           88  WS-RUN-FAILED        VALUE "Y".
       01  WS-ABEND-REASON         PIC X(60) VALUE SPACES.

       01  WS-ALERT-CODE           PIC X(8) VALUE SPACES.
       01  WS-ALERT-SEVERITY       PIC X(1) VALUE "E".
       01  WS-ALERT-TEXT           PIC X(60) VALUE SPACES.

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-TIME           PIC 9(8).

       01  WS-GEN-FILE-NAME        PIC X(15) VALUE SPACES.
      *    The dataset being read, for the break lines.
       01  WS-CHECK-FILE-NAME      PIC X(15) VALUE SPACES.

      *    Every generation's control totals as kept by
      *    rotacion_auditoria, in the order it rolled them.
       01  WS-GEN-CONTROL-TABLE.
           05  WS-GC-ENTRY OCCURS 240 TIMES.
               10  WS-GC-MONTH     PIC 9(6).
               10  WS-GC-COUNT     PIC 9(7).
               10  WS-GC-HASH      PIC 9(9).
               10  WS-GC-FIRST-SEQ PIC 9(7).
               10  WS-GC-LAST-SEQ  PIC 9(7).
               10  WS-GC-LAST-CHAIN PIC 9(9).
       01  WS-GC-USED              PIC 9(3) VALUE ZEROS.
       01  WS-GC-SUB               PIC 9(3).
       01  WS-PRIOR-GEN-MONTH      PIC 9(6) VALUE ZEROS.

      *    AUDCTL.DAT as read; the FD area is not relied on once the
      *    file is closed.
       01  WS-AUDCTL-PRESENT-FLAG  PIC X(1) VALUE "N".
           88  WS-AUDCTL-PRESENT    VALUE "Y".
       01  WS-CONTROL-SEQUENCE     PIC 9(7) VALUE ZEROS.
       01  WS-CONTROL-CHAIN        PIC 9(9) VALUE ZEROS.

      *    Where the trail has got to: the last sequence number
      *    seen in order and its chain value. A break resynchronizes
      *    on the record that caused it, so one tampered record
      *    reports once rather than breaking every link after it.
       01  WS-LAST-SEQUENCE        PIC 9(7) VALUE ZEROS.
       01  WS-LAST-CHAIN           PIC 9(9) VALUE ZEROS.
       01  WS-NEXT-SEQUENCE        PIC 9(7).
       01  WS-GAP-END-SEQUENCE     PIC 9(7).

      *    Tallies for the dataset being read, compared with its
      *    generation control totals the same way rotacion_auditoria
      *    built them.
       01  WS-FILE-RECORD-NO       PIC 9(7).
       01  WS-FILE-COUNT           PIC 9(7).
       01  WS-FILE-HASH            PIC 9(9).
       01  WS-FILE-FIRST-SEQ       PIC 9(7).
       01  WS-FILE-LAST-SEQ        PIC 9(7).
       01  WS-FILE-LAST-CHAIN      PIC 9(9).
       01  WS-FILE-BREAKS          PIC 9(5).

       01  WS-GENS-CHECKED         PIC 9(3) VALUE ZEROS.
       01  WS-RECORDS-CHECKED      PIC 9(7) VALUE ZEROS.
       01  WS-LIVE-RECORDS         PIC 9(7) VALUE ZEROS.
       01  WS-LEGACY-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-CHAINED-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-BREAK-COUNT          PIC 9(5) VALUE ZEROS.

           COPY AUDCHAIN.

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
      *    Lines are staged here rather than in the FD record so a
      *    page break inside 7000 cannot clobber the line it is about
      *    to print.
       01  WS-PRINT-LINE           PIC X(132).

       01  WS-HEADING-1.
           05  FILLER              PIC X(31) VALUE
               "AUDIT TRAIL VERIFICATION - RUN ".
           05  WS-H1-DATE          PIC 9(8).
           05  FILLER              PIC X(85) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-H1-PAGE          PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(17) VALUE "DATASET".
           05  FILLER              PIC X(9)  VALUE " RECORD".
           05  FILLER              PIC X(9)  VALUE "SEQUENCE".
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(87) VALUE "FINDING".

      *    Record number, sequence and run date are left blank on a
      *    break that belongs to a whole dataset.
       01  WS-BREAK-LINE.
           05  WS-BL-FILE          PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-RECORD        PIC Z(7) VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-SEQUENCE      PIC Z(7) VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-RUN-DATE      PIC X(8) VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-FINDING       PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-FILE-LINE.
           05  WS-FL-FILE          PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-COUNT         PIC Z(6)9.
           05  FILLER              PIC X(9)  VALUE " RECORDS ".
           05  WS-FL-RESULT        PIC X(60) VALUE SPACES.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(40).
           05  WS-TL-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 1000-OPEN-REPORT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1500-LOAD-GEN-CONTROL THRU 1500-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1600-READ-AUDIT-CONTROL THRU 1600-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
                   UNTIL WS-GC-SUB > WS-GC-USED
                   OR WS-RUN-FAILED
               PERFORM 3000-CHECK-GENERATION THRU 3000-EXIT
           END-PERFORM.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 4000-CHECK-LIVE-LOG THRU 4000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 5000-CHECK-TRAIL-END.
           PERFORM 6000-PRINT-TOTALS.
           CLOSE VERIFY-REPORT-FILE.
           PERFORM 6500-WRITE-RESULT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
      *    A broken trail is a finding for audit, not a failure of
      *    the step; the compliance report still runs and says so.
           IF WS-BREAK-COUNT > ZEROS
               MOVE "AUDCHAIN" TO WS-ALERT-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               STRING WS-BREAK-COUNT " BREAK(S) IN THE AUDIT TRAIL - "
                   "SEE AUDVERIF.RPT" DELIMITED BY SIZE
                   INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-OPEN-REPORT.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           IF NOT WS-REPORT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDVERIF.RPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       1500-LOAD-GEN-CONTROL.
      *    No control file just means nothing has been rolled since
      *    the trail was chained: the live log is the whole trail.
           OPEN INPUT GEN-CONTROL-FILE.
           IF WS-GENCT-FILE-NOT-FOUND
               GO TO 1500-EXIT
           END-IF.
           IF NOT WS-GENCT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDGENCT.DAT OPEN FAILED, STATUS="
                   WS-GENCT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1500-EXIT
           END-IF.
           MOVE "AUDGENCT.DAT" TO WS-CHECK-FILE-NAME.
           PERFORM UNTIL WS-GENCT-AT-END OR NOT WS-GENCT-OK
                   OR WS-RUN-FAILED
               READ GEN-CONTROL-FILE
                   AT END
                       SET WS-GENCT-AT-END TO TRUE
                   NOT AT END
                       PERFORM 1550-STORE-GEN-CONTROL
               END-READ
           END-PERFORM.
           IF NOT WS-GENCT-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDGENCT.DAT READ FAILED, STATUS="
                   WS-GENCT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE GEN-CONTROL-FILE.
       1500-EXIT.
           EXIT.

       1550-STORE-GEN-CONTROL.
      *    The roll only ever adds later months, so an entry that
      *    does not follow the one before it has been moved or
      *    forged. It is still checked where it stands.
           IF WS-GC-USED >= 240
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 240 GENERATIONS ON AUDGENCT.DAT" TO
                   WS-ABEND-REASON
           ELSE
               IF AG-GEN-MONTH NOT > WS-PRIOR-GEN-MONTH
                   STRING "ENTRY FOR " AG-GEN-MONTH
                       " OUT OF MONTH ORDER" DELIMITED BY SIZE
                       INTO WS-BL-FINDING
                   PERFORM 7300-WRITE-BREAK-LINE
               END-IF
               MOVE AG-GEN-MONTH TO WS-PRIOR-GEN-MONTH
               ADD 1 TO WS-GC-USED
               MOVE AG-GEN-MONTH TO WS-GC-MONTH (WS-GC-USED)
               MOVE AG-RECORD-COUNT TO WS-GC-COUNT (WS-GC-USED)
               MOVE AG-CYCLE-HASH TO WS-GC-HASH (WS-GC-USED)
               MOVE AG-FIRST-SEQUENCE TO WS-GC-FIRST-SEQ (WS-GC-USED)
               MOVE AG-LAST-SEQUENCE TO WS-GC-LAST-SEQ (WS-GC-USED)
               MOVE AG-LAST-CHAIN TO WS-GC-LAST-CHAIN (WS-GC-USED)
           END-IF.

       1600-READ-AUDIT-CONTROL.
      *    Absent only before the first chained record was written;
      *    whether that is believable is settled at the end.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF WS-AUDCTL-FILE-NOT-FOUND
               GO TO 1600-EXIT
           END-IF.
           IF NOT WS-AUDCTL-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDCTL.DAT OPEN FAILED, STATUS="
                   WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1600-EXIT
           END-IF.
           READ AUDIT-CONTROL-FILE
               AT END
                   SET WS-AUDCTL-AT-END TO TRUE
           END-READ.
           IF WS-AUDCTL-OK
               SET WS-AUDCTL-PRESENT TO TRUE
               MOVE AK-LAST-SEQUENCE TO WS-CONTROL-SEQUENCE
               MOVE AK-LAST-CHAIN TO WS-CONTROL-CHAIN
           ELSE
               IF NOT WS-AUDCTL-AT-END
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDCTL.DAT READ FAILED, STATUS="
                       WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.
           CLOSE AUDIT-CONTROL-FILE.
       1600-EXIT.
           EXIT.

       3000-CHECK-GENERATION.
      *    A generation with an entry on AUDGENCT.DAT must still be
      *    there: a missing dataset is a break, not an empty month.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING "AUDIT" WS-GC-MONTH (WS-GC-SUB) ".LOG"
               DELIMITED BY SIZE INTO WS-GEN-FILE-NAME.
           MOVE WS-GEN-FILE-NAME TO WS-CHECK-FILE-NAME.
           PERFORM 3050-RESET-FILE-TALLIES.
           OPEN INPUT AUDIT-GEN-FILE.
           IF WS-GEN-FILE-NOT-FOUND
               MOVE "GENERATION DATASET MISSING" TO WS-BL-FINDING
               PERFORM 7300-WRITE-BREAK-LINE
               MOVE "DATASET MISSING" TO WS-FL-RESULT
               PERFORM 7400-WRITE-FILE-LINE
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-GEN-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-GEN-FILE-NAME " OPEN FAILED, STATUS="
                   WS-GEN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM UNTIL WS-GEN-AT-END OR NOT WS-GEN-OK
               READ AUDIT-GEN-FILE
                   AT END
                       SET WS-GEN-AT-END TO TRUE
                   NOT AT END
                       MOVE GEN-AUDIT-RECORD TO WS-AUDIT-WORK
                       PERFORM 3100-CHECK-RECORD
               END-READ
           END-PERFORM.
           IF NOT WS-GEN-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING WS-GEN-FILE-NAME " READ FAILED, STATUS="
                   WS-GEN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE AUDIT-GEN-FILE.
           IF WS-RUN-FAILED
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-GENS-CHECKED.
           PERFORM 3300-COMPARE-GEN-CONTROL.
           IF WS-FILE-BREAKS = ZEROS
               MOVE "CHAIN AND CONTROL TOTALS AGREE" TO WS-FL-RESULT
           ELSE
               STRING WS-FILE-BREAKS " BREAK(S)"
                   DELIMITED BY SIZE INTO WS-FL-RESULT
           END-IF.
           PERFORM 7400-WRITE-FILE-LINE.
       3000-EXIT.
           EXIT.

       3050-RESET-FILE-TALLIES.
           MOVE ZEROS TO WS-FILE-RECORD-NO.
           MOVE ZEROS TO WS-FILE-COUNT.
           MOVE ZEROS TO WS-FILE-HASH.
           MOVE ZEROS TO WS-FILE-FIRST-SEQ.
           MOVE ZEROS TO WS-FILE-LAST-SEQ.
           MOVE ZEROS TO WS-FILE-LAST-CHAIN.
           MOVE ZEROS TO WS-FILE-BREAKS.

       3100-CHECK-RECORD.
      *    Records written before the trail was chained carry
      *    sequence zero and are only counted; once the chain has
      *    started every record must carry the next number and a
      *    chain value folded from the record before it.
           ADD 1 TO WS-FILE-RECORD-NO.
           ADD 1 TO WS-RECORDS-CHECKED.
           ADD 1 TO WS-FILE-COUNT.
           ADD WS-AW-CYCLE-NUMBER TO WS-FILE-HASH.
           IF WS-AW-SEQUENCE IS NOT NUMERIC OR
              WS-AW-CHAIN-VALUE IS NOT NUMERIC
               MOVE "SEQUENCE OR CHAIN VALUE NOT NUMERIC - ALTERED" TO
                   WS-BL-FINDING
               PERFORM 3200-WRITE-RECORD-BREAK
           ELSE
               IF WS-AW-SEQUENCE = ZEROS
                   IF WS-LAST-SEQUENCE = ZEROS
                       ADD 1 TO WS-LEGACY-COUNT
                   ELSE
                       MOVE
                   "UNCHAINED RECORD INSIDE CHAINED TRAIL - INSERTED"
                           TO WS-BL-FINDING
                       PERFORM 3200-WRITE-RECORD-BREAK
                   END-IF
               ELSE
                   PERFORM 3150-CHECK-CHAINED-RECORD
               END-IF
           END-IF.

       3150-CHECK-CHAINED-RECORD.
           ADD 1 TO WS-CHAINED-COUNT.
           IF WS-FILE-FIRST-SEQ = ZEROS
               MOVE WS-AW-SEQUENCE TO WS-FILE-FIRST-SEQ
           END-IF.
           MOVE WS-AW-SEQUENCE TO WS-FILE-LAST-SEQ.
           MOVE WS-AW-CHAIN-VALUE TO WS-FILE-LAST-CHAIN.
           COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1.
           EVALUATE TRUE
               WHEN WS-AW-SEQUENCE < WS-NEXT-SEQUENCE
      *            Already passed: a copy, or a record moved back.
      *            The trail's position is left where it was.
                   MOVE "OUT OF SEQUENCE OR REPEATED - MOVED OR ADDED"
                       TO WS-BL-FINDING
                   PERFORM 3200-WRITE-RECORD-BREAK
               WHEN WS-AW-SEQUENCE > WS-NEXT-SEQUENCE
                   COMPUTE WS-GAP-END-SEQUENCE = WS-AW-SEQUENCE - 1
                   STRING "SEQUENCE " WS-NEXT-SEQUENCE " THRU "
                       WS-GAP-END-SEQUENCE " NOT FOUND - REMOVED"
                       DELIMITED BY SIZE INTO WS-BL-FINDING
                   PERFORM 3200-WRITE-RECORD-BREAK
                   MOVE WS-AW-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE WS-AW-CHAIN-VALUE TO WS-LAST-CHAIN
               WHEN OTHER
                   MOVE WS-AI-CHAINED-BYTES TO AC-RECORD-IMAGE
                   MOVE WS-LAST-CHAIN TO AC-PRIOR-CHAIN
                   PERFORM 8100-COMPUTE-CHAIN-VALUE
                   IF AC-CHAIN-VALUE NOT = WS-AW-CHAIN-VALUE
                       MOVE
                   "CHAIN VALUE DOES NOT MATCH - ALTERED OR INSERTED"
                           TO WS-BL-FINDING
                       PERFORM 3200-WRITE-RECORD-BREAK
                   END-IF
                   MOVE WS-AW-SEQUENCE TO WS-LAST-SEQUENCE
                   MOVE WS-AW-CHAIN-VALUE TO WS-LAST-CHAIN
           END-EVALUATE.

       3200-WRITE-RECORD-BREAK.
           MOVE WS-FILE-RECORD-NO TO WS-BL-RECORD.
           IF WS-AW-SEQUENCE IS NUMERIC
               MOVE WS-AW-SEQUENCE TO WS-BL-SEQUENCE
           END-IF.
           MOVE WS-AW-RUN-DATE TO WS-BL-RUN-DATE.
           PERFORM 7300-WRITE-BREAK-LINE.

       3300-COMPARE-GEN-CONTROL.
      *    The recount must give back exactly what the roll
      *    recorded: a dataset rebuilt with a record less or a cycle
      *    changed cannot keep all of these in step.
           IF WS-FILE-COUNT NOT = WS-GC-COUNT (WS-GC-SUB)
               STRING "RECORD COUNT " WS-FILE-COUNT
                   " NOT EQUAL TO CONTROL TOTAL "
                   WS-GC-COUNT (WS-GC-SUB)
                   DELIMITED BY SIZE INTO WS-BL-FINDING
               PERFORM 7300-WRITE-BREAK-LINE
           END-IF.
           IF WS-FILE-HASH NOT = WS-GC-HASH (WS-GC-SUB)
               MOVE "CYCLE HASH TOTAL NOT EQUAL TO CONTROL TOTAL" TO
                   WS-BL-FINDING
               PERFORM 7300-WRITE-BREAK-LINE
           END-IF.
           IF WS-FILE-FIRST-SEQ NOT = WS-GC-FIRST-SEQ (WS-GC-SUB) OR
              WS-FILE-LAST-SEQ NOT = WS-GC-LAST-SEQ (WS-GC-SUB)
               STRING "SEQUENCE RANGE " WS-FILE-FIRST-SEQ "-"
                   WS-FILE-LAST-SEQ " NOT EQUAL TO CONTROL "
                   WS-GC-FIRST-SEQ (WS-GC-SUB) "-"
                   WS-GC-LAST-SEQ (WS-GC-SUB)
                   DELIMITED BY SIZE INTO WS-BL-FINDING
               PERFORM 7300-WRITE-BREAK-LINE
           END-IF.
           IF WS-FILE-LAST-CHAIN NOT = WS-GC-LAST-CHAIN (WS-GC-SUB)
               MOVE "LAST CHAIN VALUE NOT EQUAL TO CONTROL TOTAL" TO
                   WS-BL-FINDING
               PERFORM 7300-WRITE-BREAK-LINE
           END-IF.

       4000-CHECK-LIVE-LOG.
      *    The roll rewrites AUDIT.LOG even when nothing stays
      *    online, so once a chained record exists the log cannot be
      *    missing.
           MOVE "AUDIT.LOG" TO WS-CHECK-FILE-NAME.
           PERFORM 3050-RESET-FILE-TALLIES.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-NOT-FOUND
               IF WS-AUDCTL-PRESENT
                   MOVE "LIVE AUDIT LOG MISSING" TO WS-BL-FINDING
                   PERFORM 7300-WRITE-BREAK-LINE
               END-IF
               MOVE "DATASET MISSING" TO WS-FL-RESULT
               PERFORM 7400-WRITE-FILE-LINE
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-AUDIT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDIT.LOG OPEN FAILED, STATUS="
                   WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 4000-EXIT
           END-IF.
           PERFORM UNTIL WS-AUDIT-AT-END OR NOT WS-AUDIT-OK
               READ AUDIT-LOG-FILE
                   AT END
                       SET WS-AUDIT-AT-END TO TRUE
                   NOT AT END
                       MOVE AUDIT-FILE-RECORD TO WS-AUDIT-WORK
                       PERFORM 3100-CHECK-RECORD
               END-READ
           END-PERFORM.
           IF NOT WS-AUDIT-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDIT.LOG READ FAILED, STATUS="
                   WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-FILE-COUNT TO WS-LIVE-RECORDS.
           IF WS-FILE-BREAKS = ZEROS
               MOVE "CHAIN AGREES" TO WS-FL-RESULT
           ELSE
               STRING WS-FILE-BREAKS " BREAK(S)"
                   DELIMITED BY SIZE INTO WS-FL-RESULT
           END-IF.
           PERFORM 7400-WRITE-FILE-LINE.
       4000-EXIT.
           EXIT.

       5000-CHECK-TRAIL-END.
      *    Records cut from the tail leave every remaining link
      *    intact; only the control record says how far the trail
      *    should run.
           MOVE "AUDCTL.DAT" TO WS-CHECK-FILE-NAME.
           MOVE ZEROS TO WS-FILE-BREAKS.
           IF NOT WS-AUDCTL-PRESENT
               IF WS-CHAINED-COUNT > ZEROS
                   MOVE "CONTROL RECORD MISSING FOR A CHAINED TRAIL" TO
                       WS-BL-FINDING
                   PERFORM 7300-WRITE-BREAK-LINE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-CONTROL-SEQUENCE > WS-LAST-SEQUENCE
                       COMPUTE WS-NEXT-SEQUENCE =
                           WS-LAST-SEQUENCE + 1
                       STRING "SEQUENCE " WS-NEXT-SEQUENCE " THRU "
                           WS-CONTROL-SEQUENCE
                           " NOT FOUND - CUT FROM END"
                           DELIMITED BY SIZE INTO WS-BL-FINDING
                       PERFORM 7300-WRITE-BREAK-LINE
                   WHEN WS-CONTROL-SEQUENCE < WS-LAST-SEQUENCE
                       STRING "TRAIL RUNS PAST LAST SEQUENCE "
                           WS-CONTROL-SEQUENCE " ON CONTROL"
                           DELIMITED BY SIZE INTO WS-BL-FINDING
                       PERFORM 7300-WRITE-BREAK-LINE
                   WHEN WS-CONTROL-CHAIN NOT = WS-LAST-CHAIN
                       MOVE "LAST CHAIN VALUE NOT EQUAL TO CONTROL" TO
                           WS-BL-FINDING
                       PERFORM 7300-WRITE-BREAK-LINE
               END-EVALUATE
           END-IF.

       6000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "GENERATIONS CHECKED" TO WS-TL-LABEL.
           MOVE WS-GENS-CHECKED TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "RECORDS CHECKED" TO WS-TL-LABEL.
           MOVE WS-RECORDS-CHECKED TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "  ON AUDIT.LOG" TO WS-TL-LABEL.
           MOVE WS-LIVE-RECORDS TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "  WRITTEN BEFORE CHAINING" TO WS-TL-LABEL.
           MOVE WS-LEGACY-COUNT TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "  CHAINED" TO WS-TL-LABEL.
           MOVE WS-CHAINED-COUNT TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "LAST SEQUENCE ON THE TRAIL" TO WS-TL-LABEL.
           MOVE WS-LAST-SEQUENCE TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "LAST SEQUENCE ON AUDCTL.DAT" TO WS-TL-LABEL.
           MOVE WS-CONTROL-SEQUENCE TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE "BREAKS FOUND" TO WS-TL-LABEL.
           MOVE WS-BREAK-COUNT TO WS-TL-COUNT.
           PERFORM 7600-WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           IF WS-BREAK-COUNT = ZEROS
               MOVE "*** AUDIT TRAIL INTACT ***" TO WS-PRINT-LINE
           ELSE
               MOVE "*** AUDIT TRAIL BROKEN - SEE FINDINGS ABOVE ***"
                   TO WS-PRINT-LINE
           END-IF.
           PERFORM 7000-WRITE-REPORT-LINE.

       6500-WRITE-RESULT.
      *    Replaced every run: the compliance report wants the
      *    latest word on the trail, with its date.
           OPEN OUTPUT VERIFY-STATUS-FILE.
           IF NOT WS-VSTAT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDVSTAT.DAT OPEN FAILED, STATUS="
                   WS-VSTAT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               MOVE WS-TODAY-DATE TO AV-RUN-DATE
               MOVE WS-TODAY-TIME TO AV-RUN-TIME
               IF WS-BREAK-COUNT = ZEROS
                   SET AV-TRAIL-INTACT TO TRUE
               ELSE
                   SET AV-TRAIL-BROKEN TO TRUE
               END-IF
               MOVE WS-BREAK-COUNT TO AV-BREAK-COUNT
               MOVE WS-RECORDS-CHECKED TO AV-RECORDS-CHECKED
               MOVE WS-LAST-SEQUENCE TO AV-LAST-SEQUENCE
               WRITE AUDIT-VERIFY-RECORD
               IF NOT WS-VSTAT-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDVSTAT.DAT WRITE FAILED, STATUS="
                       WS-VSTAT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
               CLOSE VERIFY-STATUS-FILE
           END-IF.

       7000-WRITE-REPORT-LINE.
      *    Simple page control: headings again every 55 detail lines.
           IF WS-LINE-COUNT > 55
               PERFORM 7100-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-TODAY-DATE TO WS-H1-DATE.
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
           MOVE WS-HEADING-1 TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE WS-HEADING-2 TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       7300-WRITE-BREAK-LINE.
      *    The finding, record number, sequence and run date are
      *    cleared after every line: the STRING verbs fill only the
      *    leading bytes, and a dataset break leaves the rest blank.
           ADD 1 TO WS-BREAK-COUNT.
           ADD 1 TO WS-FILE-BREAKS.
           MOVE WS-CHECK-FILE-NAME TO WS-BL-FILE.
           MOVE WS-BREAK-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-BL-FINDING.
           MOVE ZEROS TO WS-BL-RECORD.
           MOVE ZEROS TO WS-BL-SEQUENCE.
           MOVE SPACES TO WS-BL-RUN-DATE.

       7400-WRITE-FILE-LINE.
           MOVE WS-CHECK-FILE-NAME TO WS-FL-FILE.
           MOVE WS-FILE-COUNT TO WS-FL-COUNT.
           MOVE WS-FILE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-FL-RESULT.

       7600-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       8000-WRITE-ALERT.
      *    Same queue the rest of the stream feeds. Best effort: an
      *    alert problem is reported on the console and nothing more.
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-ALERT-TIME FROM TIME.
           MOVE "VERIFICACION" TO AL-PROGRAM-ID.
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
               DISPLAY "VERIFICACION_AUDITORIA WARNING: ALERTLOG.DAT "
                   "WRITE FAILED, STATUS=" WS-ALERT-FILE-STATUS
           END-IF.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-TEXT.

       8100-COMPUTE-CHAIN-VALUE.
      *    Fold AC-RECORD-IMAGE into AC-PRIOR-CHAIN (see AUDCHAIN).
           MOVE AC-PRIOR-CHAIN TO AC-ACCUMULATOR.
           PERFORM VARYING AC-BYTE-SUB FROM 1 BY 1
                   UNTIL AC-BYTE-SUB > 44
               MOVE AC-RECORD-IMAGE (AC-BYTE-SUB:1) TO AC-BYTE-LOW
               COMPUTE AC-ACCUMULATOR = AC-ACCUMULATOR * 31
                   + AC-BYTE-VALUE + AC-BYTE-SUB
               DIVIDE AC-ACCUMULATOR BY 999999937
                   GIVING AC-QUOTIENT REMAINDER AC-REMAINDER
               MOVE AC-REMAINDER TO AC-ACCUMULATOR
           END-PERFORM.
           MOVE AC-ACCUMULATOR TO AC-CHAIN-VALUE.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, raise the error alert, then stop with
      *    a return code the scheduler treats as fatal. AUDVSTAT.DAT
      *    is left as it was; its date shows the trail went
      *    unchecked.
           DISPLAY "VERIFICACION_AUDITORIA ABEND: " WS-ABEND-REASON.
           MOVE "AUDVABND" TO WS-ALERT-CODE.
           MOVE "E" TO WS-ALERT-SEVERITY.
           MOVE WS-ABEND-REASON TO WS-ALERT-TEXT.
           PERFORM 8000-WRITE-ALERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM verificacion_auditoria.
