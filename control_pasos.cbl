      ******************************************************************
      * Author:
      * Date:
      * Purpose: Step control for the nightly stream. The scheduler
      *          runs this step on both sides of every step listed
      *          in STEPTAB: START name before it and END name rc
      *          after it, and both land on the stream step log
      *          (STEPLOG.DAT) with the cycle they belong to. START
      *          refuses (return code 16) unless every step ahead of
      *          the named one completed for the current cycle, and
      *          answers 4 for a later step that already completed,
      *          which the scheduler uses to bypass it - so after a
      *          failure the stream is restarted at the failed step
      *          and OPSFEED.DAT is not sent twice. hola_mundo2 is
      *          refused while its cycle is unfinished, so a stream
      *          resubmitted from the top stops at its first step and
      *          names the step to restart from. STATUS (the
      *          default) prints every step of a cycle (PARM STATUS
      *          nnn, else the current one) and the step to restart
      *          from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. control_pasos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT STATUS-INPUT-FILE ASSIGN TO "HOLASTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT STEP-REPORT-FILE ASSIGN TO "STEPCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CYCCTL.

       FD  STATUS-INPUT-FILE
           RECORDING MODE IS F.
           COPY STATUSREC.

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
           COPY STEPREC.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       FD  STEP-REPORT-FILE.
       01  STEP-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS PIC X(2).
           88  WS-CC-OK                VALUE "00".
           88  WS-CC-FILE-NOT-FOUND    VALUE "35".

       01  WS-STATUS-FILE-STATUS PIC X(2).
           88  WS-STATUS-OK            VALUE "00".
           88  WS-STATUS-FILE-NOT-FOUND VALUE "35".

       01  WS-STEP-FILE-STATUS PIC X(2).
           88  WS-STEP-OK              VALUE "00".
           88  WS-STEP-FILE-NOT-FOUND  VALUE "35".
           88  WS-STEP-AT-END          VALUE "10".

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

           COPY STEPTAB.

       01  WS-PARM-BUFFER          PIC X(60).
       01  WS-PARM-TOKEN-1         PIC X(12).
       01  WS-PARM-TOKEN-2         PIC X(12).
       01  WS-PARM-TOKEN-3         PIC X(12).
       01  WS-PARM-TOKEN-4         PIC X(12).
       01  WS-PARM-TOKEN           PIC X(12).
       01  WS-PARM-SUB             PIC 9(2).
       01  WS-PARM-DIGIT           PIC X(1).
       01  WS-PARM-DIGIT-9         PIC 9(1).
       01  WS-PARM-VALUE           PIC 9(5).
       01  WS-DIGIT-SEEN-FLAG      PIC X(1).

       01  WS-ACTION               PIC X(6) VALUE "STATUS".
           88  WS-ACTION-START      VALUE "START".
           88  WS-ACTION-END        VALUE "END".
           88  WS-ACTION-STATUS     VALUE "STATUS".
       01  WS-ROOT-RERUN-FLAG      PIC X(1) VALUE "N".
           88  WS-ROOT-RERUN        VALUE "Y".
       01  WS-CYCLE-GIVEN-FLAG     PIC X(1) VALUE "N".
           88  WS-CYCLE-GIVEN       VALUE "Y".

       01  WS-STEP-NAME            PIC X(12) VALUE SPACES.
       01  WS-STEP-SUB             PIC 9(2) VALUE ZEROS.
       01  WS-STEP-RC              PIC 9(4) VALUE ZEROS.
       01  WS-LOOKUP-NAME          PIC X(12).
       01  WS-LOOKUP-SUB           PIC 9(2).
       01  WS-SCAN-SUB             PIC 9(2).
       01  WS-RESTART-SUB          PIC 9(2).

       01  WS-CONTROL-CYCLE        PIC 9(3) VALUE ZEROS.
       01  WS-CYCCTL-FOUND-FLAG    PIC X(1) VALUE "N".
           88  WS-CYCCTL-FOUND      VALUE "Y".
       01  WS-TARGET-CYCLE         PIC 9(3) VALUE ZEROS.
       01  WS-FINAL-RC             PIC 9(2) VALUE ZEROS.
       01  WS-JOB-ID               PIC X(8).

      *    hola_mundo2 starts before it has a cycle, so its start
      *    record carries the zero sentinel; the latest one seen is
      *    held here and paired with the end record that names the
      *    cycle it produced.
       01  WS-ROOT-START-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-ROOT-START-TIME      PIC 9(8) VALUE ZEROS.
       01  WS-ROOT-START-OPEN-FLAG PIC X(1) VALUE "N".
           88  WS-ROOT-START-OPEN   VALUE "Y".

      *    What the step log says about each STEPTAB entry for the
      *    cycle in question; the last record for a step wins, since
      *    the log is only ever appended to.
       01  WS-STEP-STATE-TABLE.
           05  WS-SS-ENTRY OCCURS 12 TIMES.
               10  WS-SS-STATE         PIC X(1).
                   88  WS-SS-NOT-RUN    VALUE SPACE.
                   88  WS-SS-STARTED    VALUE "S".
                   88  WS-SS-COMPLETE   VALUE "C".
                   88  WS-SS-FAILED     VALUE "F".
               10  WS-SS-START-DATE    PIC 9(8).
               10  WS-SS-START-TIME    PIC 9(8).
               10  WS-SS-END-DATE      PIC 9(8).
               10  WS-SS-END-TIME      PIC 9(8).
               10  WS-SS-RC            PIC 9(4).

       01  WS-NOW-DATE             PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).

       01  WS-TIME-SPLIT           PIC 9(8).
       01  WS-TIME-PARTS           REDEFINES WS-TIME-SPLIT.
           05  WS-TP-HH            PIC 9(2).
           05  WS-TP-MM            PIC 9(2).
           05  WS-TP-SS            PIC 9(2).
           05  WS-TP-HS            PIC 9(2).

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-PRINT-LINE           PIC X(132).

       01  WS-HEADING-1.
           05  FILLER              PIC X(35) VALUE
               "NIGHTLY STREAM STEP STATUS - CYCLE ".
           05  WS-H1-CYCLE         PIC 9(3).
           05  FILLER              PIC X(10) VALUE "   RUN ON ".
           05  WS-H1-DATE          PIC 9(8).
           05  FILLER              PIC X(68) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-H1-PAGE          PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(54) VALUE
               "SEQ  STEP          STATUS            STARTED          ".
           05  FILLER              PIC X(30) VALUE
               "  ENDED                RC".
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-SEQ           PIC Z9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-DL-STEP          PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-STATUS        PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-START-DATE    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DL-START-TIME    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-END-DATE      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-DL-END-TIME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-RC            PIC X(4).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-MESSAGE-LINE         PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 1000-GET-PARM THRU 1000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1200-READ-CYCLE-CONTROL THRU 1200-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1300-SET-TARGET-CYCLE THRU 1300-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2000-LOAD-STEP-LOG THRU 2000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACTION-START
                   PERFORM 3000-CHECK-START
               WHEN WS-ACTION-END
                   PERFORM 4000-RECORD-END THRU 4000-EXIT
               WHEN OTHER
                   PERFORM 5000-PRINT-STATUS THRU 5000-EXIT
           END-EVALUATE.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

       1000-GET-PARM.
      *    START name [RERUN], END name rc, or STATUS [nnn]; an empty
      *    PARM is STATUS for the current cycle. The step name must
      *    be one STEPTAB knows, so a typo in the schedule is caught
      *    the first night rather than quietly logging a step nobody
      *    checks.
           MOVE SPACES TO WS-PARM-BUFFER.
           ACCEPT WS-PARM-BUFFER FROM COMMAND-LINE.
           IF WS-PARM-BUFFER = SPACES OR LOW-VALUES
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           MOVE SPACES TO WS-PARM-TOKEN-3.
           MOVE SPACES TO WS-PARM-TOKEN-4.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                   WS-PARM-TOKEN-3 WS-PARM-TOKEN-4.
           IF WS-PARM-TOKEN-4 NOT = SPACES
               SET WS-RUN-FAILED TO TRUE
               STRING "UNRECOGNIZED PARM TOKEN: " WS-PARM-TOKEN-4
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           EVALUATE WS-PARM-TOKEN-1
               WHEN "START"
                   SET WS-ACTION-START TO TRUE
                   PERFORM 1100-VALIDATE-STEP-NAME
                   IF NOT WS-RUN-FAILED
                       PERFORM 1020-APPLY-START-OPTION
                   END-IF
               WHEN "END"
                   SET WS-ACTION-END TO TRUE
                   PERFORM 1100-VALIDATE-STEP-NAME
                   IF NOT WS-RUN-FAILED
                       PERFORM 1030-APPLY-END-RC
                   END-IF
               WHEN "STATUS"
                   SET WS-ACTION-STATUS TO TRUE
                   IF WS-PARM-TOKEN-3 NOT = SPACES
                       SET WS-RUN-FAILED TO TRUE
                       STRING "UNRECOGNIZED PARM TOKEN: "
                           WS-PARM-TOKEN-3 DELIMITED BY SIZE
                           INTO WS-ABEND-REASON
                   ELSE
                       IF WS-PARM-TOKEN-2 NOT = SPACES
                           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
                           MOVE 1 TO WS-PARM-SUB
                           PERFORM 1050-PARSE-PARM-NUMBER
                           IF NOT WS-RUN-FAILED
                               IF WS-PARM-VALUE = ZEROS OR
                                  WS-PARM-VALUE > 999
                                   SET WS-RUN-FAILED TO TRUE
                                   MOVE "STATUS CYCLE MUST BE 1-999"
                                       TO WS-ABEND-REASON
                               ELSE
                                   MOVE WS-PARM-VALUE TO
                                       WS-TARGET-CYCLE
                                   SET WS-CYCLE-GIVEN TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-RUN-FAILED TO TRUE
                   STRING "UNRECOGNIZED PARM TOKEN: " WS-PARM-TOKEN-1
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1020-APPLY-START-OPTION.
      *    RERUN is only meaningful for the first step: it lets
      *    hola_mundo2 be rerun for a cycle whose stream is still
      *    unfinished, which is otherwise refused below.
           IF WS-PARM-TOKEN-3 = SPACES
               CONTINUE
           ELSE
               IF WS-PARM-TOKEN-3 = "RERUN" AND WS-STEP-SUB = 1
                   SET WS-ROOT-RERUN TO TRUE
               ELSE
                   SET WS-RUN-FAILED TO TRUE
                   STRING "UNRECOGNIZED PARM TOKEN: "
                       WS-PARM-TOKEN-3 DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.

       1030-APPLY-END-RC.
           IF WS-PARM-TOKEN-3 = SPACES
               SET WS-RUN-FAILED TO TRUE
               MOVE "END NEEDS THE STEP RETURN CODE" TO
                   WS-ABEND-REASON
           ELSE
               MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN
               MOVE 1 TO WS-PARM-SUB
               PERFORM 1050-PARSE-PARM-NUMBER
               IF NOT WS-RUN-FAILED
                   IF WS-PARM-VALUE > 4095
                       SET WS-RUN-FAILED TO TRUE
                       STRING "RETURN CODE OUT OF RANGE: "
                           WS-PARM-TOKEN-3 DELIMITED BY SIZE
                           INTO WS-ABEND-REASON
                   ELSE
                       MOVE WS-PARM-VALUE TO WS-STEP-RC
                   END-IF
               END-IF
           END-IF.

       1050-PARSE-PARM-NUMBER.
      *    Same digit-by-digit collection as the other PARM edits in
      *    the stream: stop at the first space, refuse anything else.
           MOVE ZEROS TO WS-PARM-VALUE.
           MOVE "N" TO WS-DIGIT-SEEN-FLAG.
           PERFORM UNTIL WS-PARM-SUB > 12 OR WS-RUN-FAILED
               MOVE WS-PARM-TOKEN (WS-PARM-SUB:1) TO WS-PARM-DIGIT
               IF WS-PARM-DIGIT = SPACE
                   MOVE 13 TO WS-PARM-SUB
               ELSE
                   IF WS-PARM-DIGIT IS NUMERIC AND
                      WS-PARM-VALUE < 10000
                       MOVE "Y" TO WS-DIGIT-SEEN-FLAG
                       MOVE WS-PARM-DIGIT TO WS-PARM-DIGIT-9
                       COMPUTE WS-PARM-VALUE =
                           WS-PARM-VALUE * 10 + WS-PARM-DIGIT-9
                       ADD 1 TO WS-PARM-SUB
                   ELSE
                       SET WS-RUN-FAILED TO TRUE
                       STRING "PARM VALUE NOT NUMERIC: "
                           WS-PARM-TOKEN DELIMITED BY SIZE
                           INTO WS-ABEND-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FAILED AND WS-DIGIT-SEEN-FLAG = "N"
               SET WS-RUN-FAILED TO TRUE
               STRING "PARM VALUE NOT NUMERIC: " WS-PARM-TOKEN
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-IF.

       1100-VALIDATE-STEP-NAME.
           MOVE WS-PARM-TOKEN-2 TO WS-STEP-NAME.
           MOVE WS-STEP-NAME TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-STEP.
           IF WS-LOOKUP-SUB = ZEROS
               SET WS-RUN-FAILED TO TRUE
               STRING "STEP NOT IN STREAM DEFINITION: " WS-STEP-NAME
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           ELSE
               MOVE WS-LOOKUP-SUB TO WS-STEP-SUB
           END-IF.

       1200-READ-CYCLE-CONTROL.
      *    The current cycle is the one every step after hola_mundo2
      *    belongs to. No control file only happens before the very
      *    first start-of-day run, when nothing but hola_mundo2 can
      *    have anything to do.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CC-FILE-NOT-FOUND
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-CC-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "CYCCTL.DAT OPEN FAILED, STATUS="
                   WS-CC-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1200-EXIT
           END-IF.
           READ CYCLE-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CC-CYCLE-NUMBER TO WS-CONTROL-CYCLE
                   SET WS-CYCCTL-FOUND TO TRUE
           END-READ.
           CLOSE CYCLE-CONTROL-FILE.
       1200-EXIT.
           EXIT.

       1300-SET-TARGET-CYCLE.
      *    hola_mundo2 ending reports the cycle it produced, which is
      *    what its own status file says - a run that failed before
      *    a cycle was assigned leaves the zero sentinel there, and
      *    its end record must not be filed against yesterday's
      *    cycle. Every other action works on the control file's
      *    cycle unless STATUS was given one.
           IF WS-ACTION-END AND WS-STEP-SUB = 1
               MOVE ZEROS TO WS-TARGET-CYCLE
               OPEN INPUT STATUS-INPUT-FILE
               IF WS-STATUS-OK
                   READ STATUS-INPUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SF-CYCLE-NUMBER TO WS-TARGET-CYCLE
                   END-READ
                   CLOSE STATUS-INPUT-FILE
               END-IF
               GO TO 1300-EXIT
           END-IF.
           IF WS-CYCLE-GIVEN
               GO TO 1300-EXIT
           END-IF.
           IF NOT WS-CYCCTL-FOUND AND
              NOT (WS-ACTION-START AND WS-STEP-SUB = 1)
              AND NOT WS-ACTION-STATUS
               SET WS-RUN-FAILED TO TRUE
               MOVE "CYCCTL.DAT NOT FOUND - NO CYCLE HAS BEEN RUN"
                   TO WS-ABEND-REASON
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-CONTROL-CYCLE TO WS-TARGET-CYCLE.
       1300-EXIT.
           EXIT.

       2000-LOAD-STEP-LOG.
      *    One pass over the whole log, keeping only the records for
      *    the target cycle. No log yet is a legal first night.
           PERFORM 2050-CLEAR-STEP-STATES.
           OPEN INPUT STEP-LOG-FILE.
           IF WS-STEP-FILE-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-STEP-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "STEPLOG.DAT OPEN FAILED, STATUS="
                   WS-STEP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2000-EXIT
           END-IF.
           PERFORM UNTIL WS-STEP-AT-END OR NOT WS-STEP-OK
               READ STEP-LOG-FILE
                   AT END
                       SET WS-STEP-AT-END TO TRUE
                   NOT AT END
                       PERFORM 2100-APPLY-LOG-RECORD THRU 2100-EXIT
               END-READ
           END-PERFORM.
           IF NOT WS-STEP-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "STEPLOG.DAT READ FAILED, STATUS="
                   WS-STEP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE STEP-LOG-FILE.
       2000-EXIT.
           EXIT.

       2050-CLEAR-STEP-STATES.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SD-STEP-COUNT
               MOVE SPACE TO WS-SS-STATE (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-START-DATE (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-START-TIME (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-END-DATE (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-END-TIME (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-RC (WS-SCAN-SUB)
           END-PERFORM.

       2100-APPLY-LOG-RECORD.
      *    A backed-out cycle number is issued again by the next
      *    start-of-day run, so the backout record wipes what the
      *    log said about the cycle up to then and only what follows
      *    it counts.
           IF SL-CYCLE-BACKOUT
               IF SL-CYCLE-NUMBER = WS-TARGET-CYCLE
                   PERFORM 2050-CLEAR-STEP-STATES
               END-IF
               GO TO 2100-EXIT
           END-IF.
           IF SL-STEP-NAME = SD-STEP-NAME (1) AND SL-STEP-STARTED
               MOVE SL-EVENT-DATE TO WS-ROOT-START-DATE
               MOVE SL-EVENT-TIME TO WS-ROOT-START-TIME
               MOVE "Y" TO WS-ROOT-START-OPEN-FLAG
           END-IF.
           IF SL-STEP-NAME = SD-STEP-NAME (1) AND SL-STEP-ENDED
               MOVE "N" TO WS-ROOT-START-OPEN-FLAG
           END-IF.
           IF SL-CYCLE-NUMBER = WS-TARGET-CYCLE
               MOVE SL-STEP-NAME TO WS-LOOKUP-NAME
               PERFORM 6000-FIND-STEP
               IF WS-LOOKUP-SUB NOT = ZEROS
                   PERFORM 2200-SET-STEP-STATE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SET-STEP-STATE.
           IF SL-STEP-STARTED
               SET WS-SS-STARTED (WS-LOOKUP-SUB) TO TRUE
               MOVE SL-EVENT-DATE TO WS-SS-START-DATE (WS-LOOKUP-SUB)
               MOVE SL-EVENT-TIME TO WS-SS-START-TIME (WS-LOOKUP-SUB)
               MOVE ZEROS TO WS-SS-END-DATE (WS-LOOKUP-SUB)
               MOVE ZEROS TO WS-SS-END-TIME (WS-LOOKUP-SUB)
               MOVE ZEROS TO WS-SS-RC (WS-LOOKUP-SUB)
           END-IF.
           IF SL-STEP-ENDED
               IF WS-LOOKUP-SUB = 1
                   PERFORM 2250-CLEAR-LATER-STEPS
                   MOVE WS-ROOT-START-DATE TO
                       WS-SS-START-DATE (WS-LOOKUP-SUB)
                   MOVE WS-ROOT-START-TIME TO
                       WS-SS-START-TIME (WS-LOOKUP-SUB)
               END-IF
               MOVE SL-EVENT-DATE TO WS-SS-END-DATE (WS-LOOKUP-SUB)
               MOVE SL-EVENT-TIME TO WS-SS-END-TIME (WS-LOOKUP-SUB)
               MOVE SL-RETURN-CODE TO WS-SS-RC (WS-LOOKUP-SUB)
               IF SL-RETURN-CODE > SD-STEP-MAX-RC (WS-LOOKUP-SUB)
                   SET WS-SS-FAILED (WS-LOOKUP-SUB) TO TRUE
               ELSE
                   SET WS-SS-COMPLETE (WS-LOOKUP-SUB) TO TRUE
               END-IF
           END-IF.

       2250-CLEAR-LATER-STEPS.
      *    A same-cycle RERUN of hola_mundo2 keeps the cycle number
      *    and its start record carries the zero sentinel, so its end
      *    record is the first the log shows of it. What the later
      *    steps did was done against the banners it replaced; from
      *    here on they are owed again. On a cycle's first run none
      *    of them has any state yet.
           PERFORM VARYING WS-SCAN-SUB FROM 2 BY 1
                   UNTIL WS-SCAN-SUB > SD-STEP-COUNT
               MOVE SPACE TO WS-SS-STATE (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-START-DATE (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-START-TIME (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-END-DATE (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-END-TIME (WS-SCAN-SUB)
               MOVE ZEROS TO WS-SS-RC (WS-SCAN-SUB)
           END-PERFORM.

       3000-CHECK-START.
           IF WS-STEP-SUB = 1
               PERFORM 3100-CHECK-FIRST-STEP THRU 3100-EXIT
           ELSE
               PERFORM 3200-CHECK-LATER-STEP THRU 3200-EXIT
           END-IF.

       3100-CHECK-FIRST-STEP.
      *    A new start-of-day run while the current cycle's stream is
      *    still unfinished would leave that cycle's remaining steps
      *    with nothing to run against; the unfinished cycle is
      *    restarted from its failed step instead. RERUN is the
      *    operator saying the start-of-day itself must be redone.
           PERFORM 6100-FIND-RESTART-POINT.
           IF WS-SS-COMPLETE (1) AND WS-RESTART-SUB NOT = ZEROS
              AND NOT WS-ROOT-RERUN
               SET WS-RUN-FAILED TO TRUE
               MOVE "STEPHELD" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ABEND-REASON
               STRING "CYCLE " WS-TARGET-CYCLE
                   " UNFINISHED - RESTART FROM "
                   SD-STEP-NAME (WS-RESTART-SUB)
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               MOVE WS-ABEND-REASON TO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
               GO TO 3100-EXIT
           END-IF.
           IF WS-ROOT-RERUN
               DISPLAY "CONTROL_PASOS: " SD-STEP-NAME (1)
                   " RERUN FOR CYCLE " WS-TARGET-CYCLE
           END-IF.
           MOVE ZEROS TO SL-CYCLE-NUMBER.
           SET SL-STEP-STARTED TO TRUE.
           MOVE ZEROS TO SL-RETURN-CODE.
           PERFORM 8100-WRITE-STEP-LOG.
           IF NOT WS-RUN-FAILED
               DISPLAY "CONTROL_PASOS: " WS-STEP-NAME " STARTED"
           END-IF.
       3100-EXIT.
           EXIT.

       3200-CHECK-LATER-STEP.
      *    A step that already completed for this cycle is answered
      *    with 4 so the scheduler bypasses it on a resubmitted
      *    stream - this is what stops OPSFEED.DAT going out twice.
           IF WS-SS-COMPLETE (WS-STEP-SUB)
               DISPLAY "CONTROL_PASOS: " WS-STEP-NAME
                   " ALREADY COMPLETE FOR CYCLE " WS-TARGET-CYCLE
                   " - BYPASSED"
               MOVE 4 TO WS-FINAL-RC
               GO TO 3200-EXIT
           END-IF.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB >= WS-STEP-SUB
                   OR WS-RUN-FAILED
               IF NOT WS-SS-COMPLETE (WS-SCAN-SUB)
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "STEPHELD" TO WS-ALERT-CODE
                   MOVE SPACES TO WS-ABEND-REASON
                   STRING WS-STEP-NAME " HELD - "
                       SD-STEP-NAME (WS-SCAN-SUB)
                       " NOT COMPLETE FOR CYCLE " WS-TARGET-CYCLE
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
                   MOVE WS-ABEND-REASON TO WS-ALERT-TEXT
                   PERFORM 8000-WRITE-ALERT
               END-IF
           END-PERFORM.
           IF WS-RUN-FAILED
               GO TO 3200-EXIT
           END-IF.
           IF NOT WS-SS-NOT-RUN (WS-STEP-SUB)
               DISPLAY "CONTROL_PASOS: " WS-STEP-NAME
                   " RESTARTED FOR CYCLE " WS-TARGET-CYCLE
           END-IF.
           MOVE WS-TARGET-CYCLE TO SL-CYCLE-NUMBER.
           SET SL-STEP-STARTED TO TRUE.
           MOVE ZEROS TO SL-RETURN-CODE.
           PERFORM 8100-WRITE-STEP-LOG.
           IF NOT WS-RUN-FAILED
               DISPLAY "CONTROL_PASOS: " WS-STEP-NAME
                   " STARTED FOR CYCLE " WS-TARGET-CYCLE
           END-IF.
       3200-EXIT.
           EXIT.

       4000-RECORD-END.
      *    The end record is written whatever the step's return
      *    code; a failure also goes on the alert queue naming the
      *    step the stream restarts from. This step itself ends 0 -
      *    the failing step's own return code is what holds the
      *    stream. An end with no start logged for it is refused,
      *    as a late start is: it would mark a step complete that
      *    never ran. hola_mundo2's start carries the zero sentinel,
      *    so its end needs a start not yet closed by an earlier end.
           IF WS-STEP-SUB = 1
               IF NOT WS-ROOT-START-OPEN
                   PERFORM 4100-REJECT-END
                   GO TO 4000-EXIT
               END-IF
           ELSE
               IF NOT WS-SS-STARTED (WS-STEP-SUB)
                   PERFORM 4100-REJECT-END
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE WS-TARGET-CYCLE TO SL-CYCLE-NUMBER.
           SET SL-STEP-ENDED TO TRUE.
           MOVE WS-STEP-RC TO SL-RETURN-CODE.
           PERFORM 8100-WRITE-STEP-LOG.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           IF WS-STEP-RC > SD-STEP-MAX-RC (WS-STEP-SUB)
               MOVE "STEPFAIL" TO WS-ALERT-CODE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING WS-STEP-NAME " ENDED RC=" WS-STEP-RC
                   " FOR CYCLE " WS-TARGET-CYCLE
                   " - RESTART FROM THIS STEP"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM 8000-WRITE-ALERT
               DISPLAY "CONTROL_PASOS: " WS-STEP-NAME " FAILED RC="
                   WS-STEP-RC " FOR CYCLE " WS-TARGET-CYCLE
           ELSE
               DISPLAY "CONTROL_PASOS: " WS-STEP-NAME " COMPLETE RC="
                   WS-STEP-RC " FOR CYCLE " WS-TARGET-CYCLE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-REJECT-END.
           SET WS-RUN-FAILED TO TRUE.
           MOVE "STEPORPH" TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ABEND-REASON.
           STRING WS-STEP-NAME " END REFUSED - NO START FOR CYCLE "
               WS-TARGET-CYCLE DELIMITED BY SIZE INTO WS-ABEND-REASON.
           MOVE WS-ABEND-REASON TO WS-ALERT-TEXT.
           PERFORM 8000-WRITE-ALERT.

       5000-PRINT-STATUS.
      *    One line per step for the cycle, then the restart point.
      *    Ends 4 while the cycle's stream is unfinished so a status
      *    check can itself be scheduled ahead of the next night.
           OPEN OUTPUT STEP-REPORT-FILE.
           IF NOT WS-REPORT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "STEPCTL.RPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 5000-EXIT
           END-IF.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SD-STEP-COUNT
               PERFORM 5100-PRINT-STEP-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM 6100-FIND-RESTART-POINT.
           MOVE SPACES TO WS-MESSAGE-LINE.
           IF WS-RESTART-SUB = ZEROS
               STRING "STREAM COMPLETE FOR CYCLE " WS-TARGET-CYCLE
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           ELSE
               STRING "STREAM UNFINISHED FOR CYCLE " WS-TARGET-CYCLE
                   " - RESTART FROM " SD-STEP-NAME (WS-RESTART-SUB)
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           DISPLAY "CONTROL_PASOS: " WS-MESSAGE-LINE.
           CLOSE STEP-REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-STEP-LINE.
           MOVE WS-SCAN-SUB TO WS-DL-SEQ.
           MOVE SD-STEP-NAME (WS-SCAN-SUB) TO WS-DL-STEP.
           MOVE SPACES TO WS-DL-START-DATE.
           MOVE SPACES TO WS-DL-START-TIME.
           MOVE SPACES TO WS-DL-END-DATE.
           MOVE SPACES TO WS-DL-END-TIME.
           MOVE SPACES TO WS-DL-RC.
           EVALUATE TRUE
               WHEN WS-SS-COMPLETE (WS-SCAN-SUB)
                   MOVE "COMPLETE" TO WS-DL-STATUS
               WHEN WS-SS-FAILED (WS-SCAN-SUB)
                   MOVE "FAILED" TO WS-DL-STATUS
               WHEN WS-SS-STARTED (WS-SCAN-SUB)
                   MOVE "STARTED - NO END" TO WS-DL-STATUS
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-DL-STATUS
           END-EVALUATE.
           IF WS-SS-START-DATE (WS-SCAN-SUB) NOT = ZEROS
               MOVE WS-SS-START-DATE (WS-SCAN-SUB) TO WS-DL-START-DATE
               MOVE WS-SS-START-TIME (WS-SCAN-SUB) TO WS-TIME-SPLIT
               STRING WS-TP-HH ":" WS-TP-MM ":" WS-TP-SS
                   DELIMITED BY SIZE INTO WS-DL-START-TIME
           END-IF.
           IF WS-SS-END-DATE (WS-SCAN-SUB) NOT = ZEROS
               MOVE WS-SS-END-DATE (WS-SCAN-SUB) TO WS-DL-END-DATE
               MOVE WS-SS-END-TIME (WS-SCAN-SUB) TO WS-TIME-SPLIT
               STRING WS-TP-HH ":" WS-TP-MM ":" WS-TP-SS
                   DELIMITED BY SIZE INTO WS-DL-END-TIME
               MOVE WS-SS-RC (WS-SCAN-SUB) TO WS-DL-RC
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       6000-FIND-STEP.
           MOVE ZEROS TO WS-LOOKUP-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SD-STEP-COUNT
                   OR WS-LOOKUP-SUB NOT = ZEROS
               IF SD-STEP-NAME (WS-SCAN-SUB) = WS-LOOKUP-NAME
                   MOVE WS-SCAN-SUB TO WS-LOOKUP-SUB
               END-IF
           END-PERFORM.

       6100-FIND-RESTART-POINT.
      *    The first step, in stream order, that has not completed
      *    for the cycle; zero when the whole stream is done.
           MOVE ZEROS TO WS-RESTART-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SD-STEP-COUNT
                   OR WS-RESTART-SUB NOT = ZEROS
               IF NOT WS-SS-COMPLETE (WS-SCAN-SUB)
                   MOVE WS-SCAN-SUB TO WS-RESTART-SUB
               END-IF
           END-PERFORM.

       7000-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 7100-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-TARGET-CYCLE TO WS-H1-CYCLE.
           MOVE WS-NOW-DATE TO WS-H1-DATE.
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
           MOVE WS-HEADING-1 TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           MOVE SPACES TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           MOVE WS-HEADING-2 TO STEP-REPORT-LINE.
           WRITE STEP-REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       8000-WRITE-ALERT.
      *    Same queue the rest of the stream feeds. Best effort: an
      *    alert problem is reported on the console and nothing more.
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-ALERT-TIME FROM TIME.
           MOVE "CONTROL_PASO" TO AL-PROGRAM-ID.
           MOVE WS-ALERT-CODE TO AL-REASON-CODE.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE WS-TARGET-CYCLE TO AL-CYCLE-NUMBER.
           MOVE WS-ALERT-TEXT TO AL-REASON-TEXT.
           SET AL-ALERT-OPEN TO TRUE.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           WRITE ALERT-FILE-RECORD.
           IF NOT WS-ALERT-OK
               DISPLAY "CONTROL_PASOS WARNING: ALERTLOG.DAT "
                   "WRITE FAILED, STATUS=" WS-ALERT-FILE-STATUS
           END-IF.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-TEXT.

       8100-WRITE-STEP-LOG.
      *    Caller sets cycle, event and return code; the rest is
      *    stamped here. A step log that cannot be written fails the
      *    control step, because a START the log does not show would
      *    let the next step in past a step that never reported.
           MOVE WS-STEP-NAME TO SL-STEP-NAME.
           ACCEPT SL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-EVENT-TIME FROM TIME.
           MOVE SPACES TO WS-JOB-ID.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF WS-JOB-ID = SPACES OR LOW-VALUES
               MOVE "UNKNOWN" TO WS-JOB-ID
           END-IF.
           MOVE WS-JOB-ID TO SL-JOB-ID.
           OPEN EXTEND STEP-LOG-FILE.
           IF WS-STEP-FILE-NOT-FOUND
               OPEN OUTPUT STEP-LOG-FILE
           END-IF.
           IF NOT WS-STEP-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "STEPLOG.DAT OPEN FAILED, STATUS="
                   WS-STEP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               WRITE STEP-LOG-RECORD
               IF NOT WS-STEP-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "STEPLOG.DAT WRITE FAILED, STATUS="
                       WS-STEP-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, then stop with a return code the
      *    scheduler treats as fatal - for a refused START, that is
      *    what keeps the held step from running.
           DISPLAY "CONTROL_PASOS ABEND: " WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM control_pasos.
