      *          showing run time, job id and cycle number, a MISSING
      *          marker for business days with no execution, a flag
      *          for days with more than one execution, and month-end
      *          totals. Executions of a cycle later backed out by
      *          reverso_ciclo are shown as reversed - the day was
      *          run, then deliberately taken back - never as a
      *          missed day. This print dataset is the document
      *          handed to the auditors instead of screen prints of
      *          AUDIT.LOG. Under the totals it states what the last
      *          verificacion_auditoria run found, so the counts are
      *          only ever presented on a trail proved intact since
      *          the month closed; anything less ends with return
      *          code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT VERIFY-STATUS-FILE ASSIGN TO "AUDVSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VSTAT-FILE-STATUS.
           SELECT COMPL-REPORT-FILE ASSIGN TO "AUDCOMPL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
      *    records funnel through the working mirror below.
       FD  AUDIT-GEN-FILE
           RECORDING MODE IS F.
       01  GEN-AUDIT-RECORD        PIC X(53).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  VERIFY-STATUS-FILE
           RECORDING MODE IS F.
           COPY AUDVREC.

       FD  COMPL-REPORT-FILE.
       01  COMPL-REPORT-LINE       PIC X(132).

           05  WS-AW-JOB-ID        PIC X(8).
           05  WS-AW-CYCLE-NUMBER  PIC 9(3).
           05  WS-AW-RUN-TYPE      PIC X(1).
               88  WS-AW-BACKOUT    VALUE "B".
           05  WS-AW-MONTH-END     PIC X(1).
           05  WS-AW-SEQUENCE      PIC 9(7).
           05  WS-AW-CHAIN-VALUE   PIC 9(9).

       01  WS-CAL-FILE-STATUS PIC X(2).
           88  WS-CAL-OK               VALUE "00".
           88  WS-CAL-FILE-NOT-FOUND   VALUE "35".
           88  WS-CAL-AT-END           VALUE "10".

       01  WS-VSTAT-FILE-STATUS PIC X(2).
           88  WS-VSTAT-OK             VALUE "00".
           88  WS-VSTAT-FILE-NOT-FOUND VALUE "35".
           88  WS-VSTAT-AT-END         VALUE "10".

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".

           05  WS-RM-CCYY          PIC 9(4).
           05  WS-RM-MM            PIC 9(2).

      *    The generation read is not always the report month: the
      *    month after it is read too, for backouts of cycles run on
      *    the report month's last days.
       01  WS-GEN-MONTH            PIC 9(6).
       01  WS-GEN-MONTH-SPLIT      REDEFINES WS-GEN-MONTH.
           05  WS-GM-CCYY          PIC 9(4).
           05  WS-GM-MM            PIC 9(2).

       01  WS-AUDIT-DATE-SPLIT.
           05  WS-AD-YYYYMM        PIC 9(6).
           05  WS-AD-DD            PIC 9(2).
               10  WS-DAY-TIME     PIC 9(8).
               10  WS-DAY-JOB      PIC X(8).
               10  WS-DAY-CYCLE    PIC 9(3).
               10  WS-DAY-REVERSED PIC 9(3).
               10  WS-DAY-REV-CYCLE PIC 9(3).

       01  WS-DAY-SUB              PIC 9(2).

      *    Every execution of the month in log order. A backout
      *    record names a cycle, not a day, and reverses only what
      *    ran under that cycle before it - the reissued cycle that
      *    runs after the backout counts - so executions are held
      *    here and only folded into the day table once all of the
      *    trail has been read.
       01  WS-EXEC-TABLE.
           05  WS-EXEC-ENTRY OCCURS 999 TIMES.
               10  WS-EX-DAY       PIC 9(2).
               10  WS-EX-TIME      PIC 9(8).
               10  WS-EX-JOB       PIC X(8).
               10  WS-EX-CYCLE     PIC 9(3).
               10  WS-EX-REVERSED-FLAG PIC X(1).
                   88  WS-EX-REVERSED   VALUE "Y".
       01  WS-EXEC-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-EXEC-SUB             PIC 9(4).
       01  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZEROS.

       01  WS-TIME-SPLIT           PIC 9(8).
       01  WS-TOTAL-RUNS           PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-MISSING        PIC 9(3) VALUE ZEROS.
       01  WS-TOTAL-DUPLICATES     PIC 9(3) VALUE ZEROS.
       01  WS-TOTAL-REVERSED       PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-REVERSED-DAYS  PIC 9(3) VALUE ZEROS.

      *    The last verification of the trail, from AUDVSTAT.DAT.
      *    Blank result means the trail has never been verified.
       01  WS-VERIFY-RESULT        PIC X(1) VALUE SPACE.
           88  WS-VERIFY-INTACT     VALUE "C".
           88  WS-VERIFY-BROKEN     VALUE "B".
       01  WS-VERIFY-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-VERIFY-BREAKS        PIC 9(5) VALUE ZEROS.
       01  WS-VERIFY-CLEAN-FLAG    PIC X(1) VALUE "N".
           88  WS-VERIFY-CLEAN      VALUE "Y".

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
           05  WS-TL-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.

       01  WS-VERIFY-LINE.
           05  FILLER              PIC X(30) VALUE
               "AUDIT TRAIL VERIFICATION".
           05  WS-VL-TEXT          PIC X(70) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-GET-REPORT-MONTH THRU 1000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2900-FOLD-EXECUTIONS.
           PERFORM 2950-READ-VERIFY-STATUS THRU 2950-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3000-PRINT-REPORT.
      *    The report still prints on an unproved trail - the
      *    auditors see why - but the step says it needs a look.
           IF WS-VERIFY-CLEAN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-GET-REPORT-MONTH.
               MOVE ZEROS TO WS-DAY-TIME (WS-DAY-SUB)
               MOVE SPACES TO WS-DAY-JOB (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-CYCLE (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-REVERSED (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-REV-CYCLE (WS-DAY-SUB)
           END-PERFORM.

       1200-LOAD-CALENDAR-MONTH.
      *    business day then reports MISSING, which is exactly what
      *    the auditors should see. The month filter stays on both
      *    reads, so a mixed or half-rolled file still counts right.
      *    The following month's generation is read in between, in
      *    log order, only for its backout records: a cycle run on
      *    the 31st can be backed out on the 1st.
           MOVE WS-REPORT-MONTH TO WS-GEN-MONTH.
           PERFORM 2050-TALLY-GENERATION.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           IF WS-GM-MM = 12
               ADD 1 TO WS-GM-CCYY
               MOVE 1 TO WS-GM-MM
           ELSE
               ADD 1 TO WS-GM-MM
           END-IF.
           PERFORM 2050-TALLY-GENERATION.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT

       2050-TALLY-GENERATION.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING "AUDIT" WS-GEN-MONTH ".LOG"
               DELIMITED BY SIZE INTO WS-GEN-FILE-NAME.
           OPEN INPUT AUDIT-GEN-FILE.
           IF WS-GEN-FILE-NOT-FOUND
           END-IF.

       2100-TALLY-AUDIT-RECORD.
      *    A backout is not an execution; whatever month it falls
      *    in, it reverses the report month's earlier runs of its
      *    cycle.
           IF WS-AW-BACKOUT
               PERFORM VARYING WS-EXEC-SUB FROM 1 BY 1
                       UNTIL WS-EXEC-SUB > WS-EXEC-COUNT
                   IF WS-EX-CYCLE (WS-EXEC-SUB) = WS-AW-CYCLE-NUMBER
                       SET WS-EX-REVERSED (WS-EXEC-SUB) TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-AW-RUN-DATE TO WS-AUDIT-DATE-SPLIT
               IF WS-AD-YYYYMM = WS-REPORT-MONTH AND
                  WS-AD-DD >= 1 AND WS-AD-DD <= 31
                   PERFORM 2150-ADD-EXECUTION
               END-IF
           END-IF.

       2150-ADD-EXECUTION.
           IF WS-EXEC-COUNT >= 999
               IF NOT WS-RUN-FAILED
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "OVER 999 EXECUTIONS IN ONE MONTH" TO
                       WS-ABEND-REASON
               END-IF
           ELSE
               ADD 1 TO WS-EXEC-COUNT
               MOVE WS-AD-DD TO WS-EX-DAY (WS-EXEC-COUNT)
               MOVE WS-AW-RUN-TIME TO WS-EX-TIME (WS-EXEC-COUNT)
               MOVE WS-AW-JOB-ID TO WS-EX-JOB (WS-EXEC-COUNT)
               MOVE WS-AW-CYCLE-NUMBER TO WS-EX-CYCLE (WS-EXEC-COUNT)
               MOVE "N" TO WS-EX-REVERSED-FLAG (WS-EXEC-COUNT)
           END-IF.

       2900-FOLD-EXECUTIONS.
      *    Only executions that still stand count as the day's runs
      *    (and for the duplicate check); reversed ones are counted
      *    apart so the day is not reported MISSING.
           PERFORM VARYING WS-EXEC-SUB FROM 1 BY 1
                   UNTIL WS-EXEC-SUB > WS-EXEC-COUNT
               MOVE WS-EX-DAY (WS-EXEC-SUB) TO WS-DAY-SUB
               ADD 1 TO WS-TOTAL-RUNS
               IF WS-EX-REVERSED (WS-EXEC-SUB)
                   ADD 1 TO WS-TOTAL-REVERSED
                   ADD 1 TO WS-DAY-REVERSED (WS-DAY-SUB)
                   MOVE WS-EX-CYCLE (WS-EXEC-SUB) TO
                       WS-DAY-REV-CYCLE (WS-DAY-SUB)
               ELSE
                   ADD 1 TO WS-DAY-RUNS (WS-DAY-SUB)
                   IF WS-DAY-RUNS (WS-DAY-SUB) = 1
                       MOVE WS-EX-TIME (WS-EXEC-SUB) TO
                           WS-DAY-TIME (WS-DAY-SUB)
                       MOVE WS-EX-JOB (WS-EXEC-SUB) TO
                           WS-DAY-JOB (WS-DAY-SUB)
                       MOVE WS-EX-CYCLE (WS-EXEC-SUB) TO
                           WS-DAY-CYCLE (WS-DAY-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       2950-READ-VERIFY-STATUS.
      *    No AUDVSTAT.DAT means verificacion_auditoria has never
      *    run; the report says so rather than guessing.
           OPEN INPUT VERIFY-STATUS-FILE.
           IF WS-VSTAT-FILE-NOT-FOUND
               GO TO 2950-EXIT
           END-IF.
           IF NOT WS-VSTAT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDVSTAT.DAT OPEN FAILED, STATUS="
                   WS-VSTAT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2950-EXIT
           END-IF.
           READ VERIFY-STATUS-FILE
               AT END
                   SET WS-VSTAT-AT-END TO TRUE
           END-READ.
           IF WS-VSTAT-OK
               MOVE AV-RESULT TO WS-VERIFY-RESULT
               MOVE AV-RUN-DATE TO WS-VERIFY-DATE
               MOVE AV-BREAK-COUNT TO WS-VERIFY-BREAKS
           ELSE
               IF NOT WS-VSTAT-AT-END
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDVSTAT.DAT READ FAILED, STATUS="
                       WS-VSTAT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.
           CLOSE VERIFY-STATUS-FILE.
       2950-EXIT.
           EXIT.

       3000-PRINT-REPORT.
           OPEN OUTPUT COMPL-REPORT-FILE.
               MOVE SPACES TO WS-DL-TIME
               MOVE SPACES TO WS-DL-JOB
               MOVE SPACES TO WS-DL-CYCLE
               IF WS-DAY-REVERSED (WS-DAY-SUB) > ZEROS
                   ADD 1 TO WS-TOTAL-REVERSED-DAYS
                   MOVE WS-DAY-REV-CYCLE (WS-DAY-SUB) TO WS-DL-CYCLE
                   MOVE "REVERSED - CYCLE BACKED OUT" TO
                       WS-DL-REMARKS
               ELSE
                   IF WS-DAY-BUSINESS (WS-DAY-SUB)
                       ADD 1 TO WS-TOTAL-MISSING
                       MOVE "** MISSING **" TO WS-DL-REMARKS
                   ELSE
                       MOVE "NOT SCHEDULED" TO WS-DL-REMARKS
                   END-IF
               END-IF
           ELSE
               MOVE WS-DAY-TIME (WS-DAY-SUB) TO WS-TIME-SPLIT
                       INTO WS-DL-REMARKS
               ELSE
                   MOVE SPACES TO WS-DL-REMARKS
                   IF WS-DAY-REVERSED (WS-DAY-SUB) > ZEROS
                       STRING "PLUS " WS-DAY-REVERSED (WS-DAY-SUB)
                           " REVERSED" DELIMITED BY SIZE
                           INTO WS-DL-REMARKS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           MOVE WS-TOTAL-DUPLICATES TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "EXECUTIONS REVERSED" TO WS-TL-LABEL.
           MOVE WS-TOTAL-REVERSED TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "DAYS REVERSED, NOT RERUN" TO WS-TL-LABEL.
           MOVE WS-TOTAL-REVERSED-DAYS TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM 3300-PRINT-VERIFICATION.

       3300-PRINT-VERIFICATION.
      *    A verification run on or before the report month's last
      *    day cannot speak for the days after it, so it does not
      *    count as proof for the month.
           MOVE SPACES TO WS-VL-TEXT.
           EVALUATE TRUE
               WHEN WS-VERIFY-RESULT = SPACE
                   MOVE "NOT VERIFIED - NO VERIFICATION ON FILE" TO
                       WS-VL-TEXT
               WHEN WS-VERIFY-DATE (1:6) NOT > WS-REPORT-MONTH
                   STRING "NOT VERIFIED SINCE MONTH END - LAST RUN "
                       WS-VERIFY-DATE DELIMITED BY SIZE
                       INTO WS-VL-TEXT
               WHEN WS-VERIFY-INTACT
                   SET WS-VERIFY-CLEAN TO TRUE
                   STRING "TRAIL INTACT - VERIFIED " WS-VERIFY-DATE
                       DELIMITED BY SIZE INTO WS-VL-TEXT
               WHEN OTHER
                   STRING "** TRAIL BROKEN - " WS-VERIFY-BREAKS
                       " BREAK(S) FOUND " WS-VERIFY-DATE
                       ", SEE AUDVERIF.RPT **"
                       DELIMITED BY SIZE INTO WS-VL-TEXT
           END-EVALUATE.
           MOVE WS-VERIFY-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
      *    Simple page control: headings again every 55 detail lines.
