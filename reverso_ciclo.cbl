      ******************************************************************
      * Author:
      * Date:
      * Purpose: Backout of a released start-of-day cycle. When a
      *          cycle went out by mistake (wrong PARM date, wrong
      *          site group) this takes it back instead of someone
      *          hand-editing CYCCTL.DAT: the cycle's banner records
      *          are deleted from BANNHIST.DAT, RESTART.DAT and
      *          HOLASTAT.DAT are emptied, the cycle's SITERCVY.DAT
      *          entries are dropped, the cycle's banner packages
      *          are recalled (each DISTgggg.DAT on the manifest is
      *          emptied and the DISTMANI.DAT header is marked
      *          reversed), a backout record (run type B)
      *          is appended to AUDIT.LOG and to the stream step log,
      *          and CYCCTL.DAT is put back to the previous cycle and
      *          its process date. PARM: CYCLE=nnn, which must be the
      *          current cycle - only the latest cycle can be taken
      *          back - and optionally PRIOR=ccyymmdd when the
      *          previous cycle's process date is no longer on the
      *          banner history. Everything removed is listed on
      *          CYCBKOUT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reverso_ciclo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT BANNER-HISTORY-FILE ASSIGN TO "BANNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-BANNER-KEY
               FILE STATUS IS WS-BANNER-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT STATUS-OUTPUT-FILE ASSIGN TO "HOLASTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "SITERCVY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVY-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DISTMANI.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT PACKAGE-FILE ASSIGN USING WS-PACKAGE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCTL-FILE-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "CYCBKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CYCCTL.

       FD  BANNER-HISTORY-FILE.
           COPY BANNREC.

       FD  RESTART-FILE
           RECORDING MODE IS F.
           COPY CHKPREC.

       FD  STATUS-OUTPUT-FILE
           RECORDING MODE IS F.
           COPY STATUSREC.

       FD  RECOVERY-FILE
           RECORDING MODE IS F.
           COPY RCVYREC.

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
           COPY DISTMAN.

       FD  PACKAGE-FILE
           RECORDING MODE IS F.
           COPY DISTREC.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  AUDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY AUDCTL.

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
           COPY STEPREC.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS PIC X(2).
           88  WS-CC-OK                VALUE "00".
           88  WS-CC-FILE-NOT-FOUND    VALUE "35".

       01  WS-BANNER-FILE-STATUS PIC X(2).
           88  WS-BANNER-OK            VALUE "00".
           88  WS-BANNER-FILE-NOT-FOUND VALUE "35".
           88  WS-BANNER-AT-END        VALUE "10".

       01  WS-RESTART-FILE-STATUS PIC X(2).
           88  WS-RESTART-OK           VALUE "00".

       01  WS-STATUS-FILE-STATUS PIC X(2).
           88  WS-STATUS-OK            VALUE "00".

       01  WS-RCVY-FILE-STATUS PIC X(2).
           88  WS-RCVY-OK              VALUE "00".
           88  WS-RCVY-FILE-NOT-FOUND  VALUE "35".
           88  WS-RCVY-AT-END          VALUE "10".

       01  WS-MANIFEST-FILE-STATUS PIC X(2).
           88  WS-MANIFEST-OK          VALUE "00".
           88  WS-MANIFEST-FILE-NOT-FOUND VALUE "35".
           88  WS-MANIFEST-AT-END      VALUE "10".

       01  WS-PACKAGE-FILE-STATUS PIC X(2).
           88  WS-PACKAGE-OK           VALUE "00".
       01  WS-PACKAGE-FILE-NAME    PIC X(15) VALUE SPACES.

       01  WS-AUDIT-FILE-STATUS PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
           88  WS-AUDIT-AT-END         VALUE "10".

       01  WS-AUDCTL-FILE-STATUS PIC X(2).
           88  WS-AUDCTL-OK            VALUE "00".
           88  WS-AUDCTL-FILE-NOT-FOUND VALUE "35".
           88  WS-AUDCTL-AT-END        VALUE "10".

       01  WS-LAST-AUDIT-SEQUENCE  PIC 9(7) VALUE ZEROS.
       01  WS-LAST-AUDIT-CHAIN     PIC 9(9) VALUE ZEROS.
       COPY AUDCHAIN.

       01  WS-STEP-FILE-STATUS PIC X(2).
           88  WS-STEP-OK              VALUE "00".
           88  WS-STEP-FILE-NOT-FOUND  VALUE "35".
           88  WS-STEP-AT-END          VALUE "10".

      *    Set when a resubmitted backout finds the backout records
      *    its stopped predecessor already wrote (see 3500).
       01  WS-AUDIT-BACKOUT-FLAG   PIC X(1) VALUE "N".
           88  WS-AUDIT-BACKOUT-DONE VALUE "Y".
       01  WS-STEP-BACKOUT-FLAG    PIC X(1) VALUE "N".
           88  WS-STEP-BACKOUT-DONE VALUE "Y".

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

       01  WS-PARM-BUFFER          PIC X(40).
       01  WS-PARM-TOKEN-1         PIC X(15).
       01  WS-PARM-TOKEN-2         PIC X(15).
       01  WS-PARM-TOKEN-3         PIC X(15).
       01  WS-PARM-TOKEN           PIC X(15).
       01  WS-PARM-SUB             PIC 9(2).
       01  WS-PARM-DIGIT           PIC X(1).
       01  WS-PARM-DIGIT-9         PIC 9(1).
       01  WS-PARM-VALUE           PIC 9(9).
       01  WS-DIGIT-SEEN-FLAG      PIC X(1).

       01  WS-BACKOUT-CYCLE        PIC 9(3) VALUE ZEROS.
       01  WS-PRIOR-CYCLE          PIC 9(3) VALUE ZEROS.
       01  WS-PRIOR-GIVEN-FLAG     PIC X(1) VALUE "N".
           88  WS-PRIOR-GIVEN       VALUE "Y".
       01  WS-PRIOR-SOURCE         PIC X(20) VALUE SPACES.

       01  WS-PRIOR-DATE           PIC 9(8) VALUE ZEROS.
       01  WS-PRIOR-DATE-SPLIT     REDEFINES WS-PRIOR-DATE.
           05  WS-PR-CCYY          PIC 9(4).
           05  WS-PR-MM            PIC 9(2).
           05  WS-PR-DD            PIC 9(2).
       01  WS-BACKOUT-DATE         PIC 9(8) VALUE ZEROS.

      *    Recovery entries for other cycles survive the rewrite;
      *    the file normally holds one cycle, but a stale leftover
      *    is not this program's to throw away.
       01  WS-RCVY-TABLE.
           05  WS-RCVY-ENTRY OCCURS 999 TIMES.
               10  WS-RV-CYCLE-NUMBER PIC 9(3).
               10  WS-RV-SITE-ID   PIC X(4).
       01  WS-RCVY-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-RCVY-SUB             PIC 9(4).

       01  WS-BANNERS-DELETED      PIC 9(5) VALUE ZEROS.
       01  WS-PACKAGES-RECALLED    PIC 9(4) VALUE ZEROS.
       01  WS-MANIFEST-RESULT      PIC X(40) VALUE SPACES.
       01  WS-RCVY-REMOVED         PIC 9(4) VALUE ZEROS.
       01  WS-RCVY-KEPT            PIC 9(4) VALUE ZEROS.

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-JOB-ID               PIC X(8).
       01  WS-USER-ID              PIC X(8).

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-PRINT-LINE           PIC X(132).

       01  WS-HEADING-1.
           05  FILLER              PIC X(28) VALUE
               "CYCLE BACKOUT REPORT - RUN ".
           05  WS-H1-DATE          PIC 9(8).
           05  FILLER              PIC X(88) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-H1-PAGE          PIC ZZ9.

       01  WS-VALUE-LINE.
           05  WS-VL-LABEL         PIC X(34).
           05  WS-VL-VALUE         PIC X(40).
           05  FILLER              PIC X(58) VALUE SPACES.

       01  WS-BANNER-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "DELETED ".
           05  FILLER              PIC X(6)  VALUE "CYCLE ".
           05  WS-BL-CYCLE         PIC 9(3).
           05  FILLER              PIC X(7)  VALUE "  SITE ".
           05  WS-BL-SITE          PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-RUN-TYPE      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-DATE          PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-SALUDO        PIC X(22).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-TITULO        PIC X(40).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-PACKAGE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(17) VALUE
               "RECALLED PACKAGE ".
           05  WS-PL-NAME          PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-SITES         PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE " SITES".
           05  FILLER              PIC X(83) VALUE SPACES.

       01  WS-RCVY-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(33) VALUE
               "REMOVED RECOVERY ENTRY FOR SITE ".
           05  WS-RL-SITE          PIC X(4).
           05  FILLER              PIC X(91) VALUE SPACES.

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
           PERFORM 1200-CHECK-CURRENT-CYCLE THRU 1200-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1300-FIND-PRIOR-DATE THRU 1300-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1400-PRINT-BACKOUT-VALUES.
      *    The control record is put back last: until it is, CYCCTL
      *    still names the cycle being backed out, so a backout that
      *    stops part way is finished by resubmitting the same PARM.
      *    The backout records are written once only: a resubmit
      *    that finds them already on file goes straight past them.
           PERFORM 2000-DELETE-CYCLE-BANNERS THRU 2000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3000-CLEAR-RUN-STATE.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3100-CLEAR-RECOVERY-ENTRIES THRU 3100-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3300-RECALL-DIST-PACKAGES THRU 3300-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3500-CHECK-EARLIER-BACKOUT THRU 3500-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           IF NOT WS-AUDIT-BACKOUT-DONE
               PERFORM 4000-WRITE-AUDIT-BACKOUT THRU 4000-EXIT
               IF WS-RUN-FAILED
                   PERFORM 9000-ABEND-AND-STOP
               END-IF
           END-IF.
           IF NOT WS-STEP-BACKOUT-DONE
               PERFORM 4100-WRITE-STEP-BACKOUT
               IF WS-RUN-FAILED
                   PERFORM 9000-ABEND-AND-STOP
               END-IF
           END-IF.
           PERFORM 5000-RESTORE-CYCLE-CONTROL THRU 5000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 6000-PRINT-TOTALS.
           CLOSE BACKOUT-REPORT-FILE.
           DISPLAY "REVERSO_CICLO: CYCLE " WS-BACKOUT-CYCLE
               " BACKED OUT, CYCCTL.DAT NOW " WS-PRIOR-CYCLE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-GET-PARM.
      *    CYCLE= is required even though only the current cycle can
      *    be backed out: the operator states which cycle they mean,
      *    and a backout submitted a day late (after the next cycle
      *    already ran) is refused instead of taking back the wrong
      *    one. PRIOR= is only needed when the previous cycle's
      *    banners have already gone from the history file.
           MOVE SPACES TO WS-PARM-BUFFER.
           ACCEPT WS-PARM-BUFFER FROM COMMAND-LINE.
           IF WS-PARM-BUFFER = SPACES OR LOW-VALUES
               SET WS-RUN-FAILED TO TRUE
               MOVE "CYCLE=NNN PARM IS REQUIRED" TO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           MOVE SPACES TO WS-PARM-TOKEN-3.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           IF WS-PARM-TOKEN-3 NOT = SPACES
               SET WS-RUN-FAILED TO TRUE
               STRING "UNRECOGNIZED PARM TOKEN: " WS-PARM-TOKEN-3
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 1010-APPLY-PARM-TOKEN.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 1010-APPLY-PARM-TOKEN.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           IF WS-BACKOUT-CYCLE = ZEROS
               SET WS-RUN-FAILED TO TRUE
               MOVE "CYCLE=NNN PARM IS REQUIRED" TO WS-ABEND-REASON
           END-IF.
       1000-EXIT.
           EXIT.

       1010-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN = SPACES
                   CONTINUE
               WHEN WS-PARM-TOKEN (1:6) = "CYCLE="
                   MOVE 7 TO WS-PARM-SUB
                   PERFORM 1050-PARSE-PARM-NUMBER
                   IF NOT WS-RUN-FAILED
                       IF WS-PARM-VALUE < 1 OR WS-PARM-VALUE > 999
                           SET WS-RUN-FAILED TO TRUE
                           MOVE "CYCLE MUST BE 1-999" TO
                               WS-ABEND-REASON
                       ELSE
                           MOVE WS-PARM-VALUE TO WS-BACKOUT-CYCLE
                       END-IF
                   END-IF
               WHEN WS-PARM-TOKEN (1:6) = "PRIOR="
                   MOVE 7 TO WS-PARM-SUB
                   PERFORM 1050-PARSE-PARM-NUMBER
                   IF NOT WS-RUN-FAILED
                       PERFORM 1020-CHECK-PRIOR-DATE
                   END-IF
               WHEN OTHER
                   SET WS-RUN-FAILED TO TRUE
                   STRING "UNRECOGNIZED PARM TOKEN: " WS-PARM-TOKEN
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-EVALUATE.

       1020-CHECK-PRIOR-DATE.
           IF WS-PARM-VALUE < 19000101 OR WS-PARM-VALUE > 99991231
               SET WS-RUN-FAILED TO TRUE
               STRING "PRIOR DATE NOT CCYYMMDD: " WS-PARM-TOKEN
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           ELSE
               MOVE WS-PARM-VALUE TO WS-PRIOR-DATE
               IF WS-PR-MM < 1 OR WS-PR-MM > 12 OR
                  WS-PR-DD < 1 OR WS-PR-DD > 31
                   SET WS-RUN-FAILED TO TRUE
                   STRING "PRIOR DATE NOT CCYYMMDD: " WS-PARM-TOKEN
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
               ELSE
                   SET WS-PRIOR-GIVEN TO TRUE
               END-IF
           END-IF.

       1050-PARSE-PARM-NUMBER.
      *    Same digit-by-digit collection as the other PARM edits in
      *    the stream: stop at the first space, refuse anything else.
           MOVE ZEROS TO WS-PARM-VALUE.
           MOVE "N" TO WS-DIGIT-SEEN-FLAG.
           PERFORM UNTIL WS-PARM-SUB > 15 OR WS-RUN-FAILED
               MOVE WS-PARM-TOKEN (WS-PARM-SUB:1) TO WS-PARM-DIGIT
               IF WS-PARM-DIGIT = SPACE
                   MOVE 16 TO WS-PARM-SUB
               ELSE
                   IF WS-PARM-DIGIT IS NUMERIC AND
                      WS-PARM-VALUE < 10000000
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

       1100-OPEN-REPORT.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF NOT WS-REPORT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "CYCBKOUT.RPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       1200-CHECK-CURRENT-CYCLE.
      *    Cycles are issued one after another, so anything older
      *    than the current one has later cycles built on top of it
      *    and cannot be taken back on its own.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF NOT WS-CC-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "CYCCTL.DAT OPEN FAILED, STATUS="
                   WS-CC-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1200-EXIT
           END-IF.
           READ CYCLE-CONTROL-FILE
               AT END
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "CYCCTL.DAT IS EMPTY" TO WS-ABEND-REASON
           END-READ.
           CLOSE CYCLE-CONTROL-FILE.
           IF WS-RUN-FAILED
               GO TO 1200-EXIT
           END-IF.
           IF CC-CYCLE-NUMBER NOT = WS-BACKOUT-CYCLE
               SET WS-RUN-FAILED TO TRUE
               STRING "CYCLE " WS-BACKOUT-CYCLE
                   " IS NOT THE CURRENT CYCLE ("
                   CC-CYCLE-NUMBER ")"
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1200-EXIT
           END-IF.
           MOVE CC-LAST-PROCESS-DATE TO WS-BACKOUT-DATE.
           COMPUTE WS-PRIOR-CYCLE = WS-BACKOUT-CYCLE - 1.
       1200-EXIT.
           EXIT.

       1300-FIND-PRIOR-DATE.
      *    CC-LAST-PROCESS-DATE has to go back to the date the
      *    previous cycle ran for, or tomorrow's release of that
      *    date would be refused as a duplicate (or yesterday's let
      *    through twice). The previous cycle's banners carry it;
      *    PRIOR= overrides, and backing out cycle 1 leaves no
      *    previous date at all.
           IF WS-PRIOR-GIVEN
               MOVE "PRIOR= PARM" TO WS-PRIOR-SOURCE
               GO TO 1300-EXIT
           END-IF.
           IF WS-PRIOR-CYCLE = ZEROS
               MOVE ZEROS TO WS-PRIOR-DATE
               MOVE "NO PRIOR CYCLE" TO WS-PRIOR-SOURCE
               GO TO 1300-EXIT
           END-IF.
           OPEN INPUT BANNER-HISTORY-FILE.
           IF NOT WS-BANNER-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "BANNHIST.DAT OPEN FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-PRIOR-CYCLE TO BP-NUMERO.
           MOVE LOW-VALUES TO BP-SITE-ID.
           START BANNER-HISTORY-FILE KEY NOT LESS THAN BP-BANNER-KEY
               INVALID KEY
                   SET WS-BANNER-AT-END TO TRUE
           END-START.
           IF NOT WS-BANNER-AT-END
               READ BANNER-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-BANNER-AT-END TO TRUE
               END-READ
           END-IF.
           IF WS-BANNER-OK AND BP-NUMERO = WS-PRIOR-CYCLE AND
              BP-PROCESS-DATE (1:4) IS NUMERIC AND
              BP-PROCESS-DATE (6:2) IS NUMERIC AND
              BP-PROCESS-DATE (9:2) IS NUMERIC
               MOVE BP-PROCESS-DATE (1:4) TO WS-PR-CCYY
               MOVE BP-PROCESS-DATE (6:2) TO WS-PR-MM
               MOVE BP-PROCESS-DATE (9:2) TO WS-PR-DD
               MOVE "BANNHIST.DAT" TO WS-PRIOR-SOURCE
           ELSE
               SET WS-RUN-FAILED TO TRUE
               STRING "NO BANNERS FOR CYCLE " WS-PRIOR-CYCLE
                   " - SUPPLY PRIOR=CCYYMMDD"
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-IF.
           CLOSE BANNER-HISTORY-FILE.
       1300-EXIT.
           EXIT.

       1400-PRINT-BACKOUT-VALUES.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "CYCLE BACKED OUT" TO WS-VL-LABEL.
           STRING WS-BACKOUT-CYCLE " FOR PROCESS DATE "
               WS-BACKOUT-DATE DELIMITED BY SIZE INTO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "CYCLE RESTORED" TO WS-VL-LABEL.
           MOVE WS-PRIOR-CYCLE TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "PROCESS DATE RESTORED" TO WS-VL-LABEL.
           MOVE WS-PRIOR-DATE TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "PROCESS DATE TAKEN FROM" TO WS-VL-LABEL.
           MOVE WS-PRIOR-SOURCE TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       2000-DELETE-CYCLE-BANNERS.
      *    The history is keyed cycle first, so the cycle's records
      *    are one contiguous run of keys: position at its first
      *    site and delete until the cycle number changes. A cycle
      *    that failed before writing any banner simply has none.
           OPEN I-O BANNER-HISTORY-FILE.
           IF WS-BANNER-FILE-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-BANNER-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "BANNHIST.DAT OPEN FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-BACKOUT-CYCLE TO BP-NUMERO.
           MOVE LOW-VALUES TO BP-SITE-ID.
           START BANNER-HISTORY-FILE KEY NOT LESS THAN BP-BANNER-KEY
               INVALID KEY
                   SET WS-BANNER-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-BANNER-AT-END OR NOT WS-BANNER-OK
               READ BANNER-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-BANNER-AT-END TO TRUE
                   NOT AT END
                       IF BP-NUMERO NOT = WS-BACKOUT-CYCLE
                           SET WS-BANNER-AT-END TO TRUE
                       ELSE
                           PERFORM 2100-DELETE-BANNER
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-BANNER-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "BANNHIST.DAT READ FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE BANNER-HISTORY-FILE.
       2000-EXIT.
           EXIT.

       2100-DELETE-BANNER.
           DELETE BANNER-HISTORY-FILE RECORD
               INVALID KEY
                   SET WS-RUN-FAILED TO TRUE
                   STRING "BANNHIST.DAT DELETE FAILED, STATUS="
                       WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
           END-DELETE.
           IF NOT WS-RUN-FAILED
               ADD 1 TO WS-BANNERS-DELETED
               MOVE BP-NUMERO TO WS-BL-CYCLE
               MOVE BP-SITE-ID TO WS-BL-SITE
               MOVE BP-RUN-TYPE TO WS-BL-RUN-TYPE
               MOVE BP-PROCESS-DATE TO WS-BL-DATE
               MOVE BP-SALUDO TO WS-BL-SALUDO
               MOVE BP-TITULO TO WS-BL-TITULO
               MOVE WS-BANNER-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       3000-CLEAR-RUN-STATE.
      *    Emptied rather than pointed at the previous cycle: the
      *    previous cycle's own checkpoint and status are long gone,
      *    and an empty pair reads as "no start-of-day run since",
      *    which is exactly the state after a backout.
           OPEN OUTPUT RESTART-FILE.
           IF NOT WS-RESTART-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "RESTART.DAT OPEN FAILED, STATUS="
                   WS-RESTART-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               CLOSE RESTART-FILE
           END-IF.
           IF NOT WS-RUN-FAILED
               OPEN OUTPUT STATUS-OUTPUT-FILE
               IF NOT WS-STATUS-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "HOLASTAT.DAT OPEN FAILED, STATUS="
                       WS-STATUS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               ELSE
                   CLOSE STATUS-OUTPUT-FILE
               END-IF
           END-IF.

       3100-CLEAR-RECOVERY-ENTRIES.
           MOVE ZEROS TO WS-RCVY-COUNT.
           OPEN INPUT RECOVERY-FILE.
           IF WS-RCVY-FILE-NOT-FOUND
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-RCVY-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT OPEN FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3100-EXIT
           END-IF.
           PERFORM UNTIL WS-RCVY-AT-END OR NOT WS-RCVY-OK
                   OR WS-RUN-FAILED
               READ RECOVERY-FILE
                   AT END
                       SET WS-RCVY-AT-END TO TRUE
                   NOT AT END
                       PERFORM 3150-LOAD-RECOVERY-ENTRY
               END-READ
           END-PERFORM.
           IF NOT WS-RCVY-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT READ FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE RECOVERY-FILE.
           IF WS-RUN-FAILED
               GO TO 3100-EXIT
           END-IF.
           IF WS-RCVY-REMOVED = ZEROS
               GO TO 3100-EXIT
           END-IF.
           OPEN OUTPUT RECOVERY-FILE.
           IF NOT WS-RCVY-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SITERCVY.DAT REWRITE FAILED, STATUS="
                   WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3100-EXIT
           END-IF.
           PERFORM VARYING WS-RCVY-SUB FROM 1 BY 1
                   UNTIL WS-RCVY-SUB > WS-RCVY-COUNT
               MOVE WS-RV-CYCLE-NUMBER (WS-RCVY-SUB) TO
                   RV-CYCLE-NUMBER
               MOVE WS-RV-SITE-ID (WS-RCVY-SUB) TO RV-SITE-ID
               WRITE RECOVERY-RECORD
               IF NOT WS-RCVY-OK AND NOT WS-RUN-FAILED
                   SET WS-RUN-FAILED TO TRUE
                   STRING "SITERCVY.DAT WRITE FAILED, STATUS="
                       WS-RCVY-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-PERFORM.
           CLOSE RECOVERY-FILE.
       3100-EXIT.
           EXIT.

       3150-LOAD-RECOVERY-ENTRY.
           IF RV-CYCLE-NUMBER = WS-BACKOUT-CYCLE
               ADD 1 TO WS-RCVY-REMOVED
               MOVE RV-SITE-ID TO WS-RL-SITE
               MOVE WS-RCVY-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               IF WS-RCVY-COUNT >= 999
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "OVER 999 SITERCVY.DAT ENTRIES TO KEEP" TO
                       WS-ABEND-REASON
               ELSE
                   ADD 1 TO WS-RCVY-COUNT
                   ADD 1 TO WS-RCVY-KEPT
                   MOVE RV-CYCLE-NUMBER TO
                       WS-RV-CYCLE-NUMBER (WS-RCVY-COUNT)
                   MOVE RV-SITE-ID TO WS-RV-SITE-ID (WS-RCVY-COUNT)
               END-IF
           END-IF.

       3300-RECALL-DIST-PACKAGES.
      *    The packages distribucion_banners built for the cycle are
      *    still outbound and look valid, so each one the manifest
      *    lists is emptied - a package with no header and trailer
      *    is refused by the branch as incomplete - and the manifest
      *    header is marked reversed for resumen_diario. A manifest
      *    for any other cycle is not this backout's to touch: the
      *    cycle failed before its packages were built. Emptying
      *    twice does no harm, so a resubmit simply does it again.
           MOVE "NOT FOUND" TO WS-MANIFEST-RESULT.
           OPEN I-O MANIFEST-FILE.
           IF WS-MANIFEST-FILE-NOT-FOUND
               GO TO 3300-EXIT
           END-IF.
           IF NOT WS-MANIFEST-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "DISTMANI.DAT OPEN FAILED, STATUS="
                   WS-MANIFEST-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3300-EXIT
           END-IF.
           READ MANIFEST-FILE
               AT END
                   MOVE "EMPTY - NOTHING TO RECALL" TO
                       WS-MANIFEST-RESULT
           END-READ.
           IF NOT WS-MANIFEST-OK
               IF NOT WS-MANIFEST-AT-END
                   SET WS-RUN-FAILED TO TRUE
                   STRING "DISTMANI.DAT READ FAILED, STATUS="
                       WS-MANIFEST-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
               CLOSE MANIFEST-FILE
               GO TO 3300-EXIT
           END-IF.
           IF NOT DM-HEADER OR DM-CYCLE-NUMBER NOT = WS-BACKOUT-CYCLE
               MOVE SPACES TO WS-MANIFEST-RESULT
               STRING "FOR CYCLE " DM-CYCLE-NUMBER " - LEFT AS IS"
                   DELIMITED BY SIZE INTO WS-MANIFEST-RESULT
               CLOSE MANIFEST-FILE
               GO TO 3300-EXIT
           END-IF.
           IF DM-CYCLE-REVERSED
               MOVE "ALREADY MARKED REVERSED" TO WS-MANIFEST-RESULT
           ELSE
               SET DM-CYCLE-REVERSED TO TRUE
               REWRITE DIST-MANIFEST-RECORD
               IF NOT WS-MANIFEST-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "DISTMANI.DAT REWRITE FAILED, STATUS="
                       WS-MANIFEST-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
                   CLOSE MANIFEST-FILE
                   GO TO 3300-EXIT
               END-IF
               MOVE "MARKED REVERSED" TO WS-MANIFEST-RESULT
           END-IF.
           PERFORM UNTIL WS-MANIFEST-AT-END OR NOT WS-MANIFEST-OK
                   OR WS-RUN-FAILED
               READ MANIFEST-FILE
                   AT END
                       SET WS-MANIFEST-AT-END TO TRUE
                   NOT AT END
                       IF DM-PACKAGE
                           PERFORM 3350-RECALL-PACKAGE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-MANIFEST-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "DISTMANI.DAT READ FAILED, STATUS="
                   WS-MANIFEST-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE MANIFEST-FILE.
       3300-EXIT.
           EXIT.

       3350-RECALL-PACKAGE.
           MOVE DM-PACKAGE-NAME TO WS-PACKAGE-FILE-NAME.
           OPEN OUTPUT PACKAGE-FILE.
           IF NOT WS-PACKAGE-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-PACKAGE-FILE-NAME " OPEN FAILED, STATUS="
                   WS-PACKAGE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               CLOSE PACKAGE-FILE
               ADD 1 TO WS-PACKAGES-RECALLED
               MOVE DM-PACKAGE-NAME TO WS-PL-NAME
               MOVE DM-SITE-COUNT TO WS-PL-SITES
               MOVE WS-PACKAGE-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       3500-CHECK-EARLIER-BACKOUT.
      *    A backout that stopped after writing its audit or step log
      *    record must not write it again when resubmitted - a second
      *    B record would join the chained trail for good and be
      *    counted twice downstream. A cycle's records only count if
      *    they come after its last run record: the number is
      *    reissued after a backout, and an older backout of the
      *    same number belongs to a run that has since been redone.
           OPEN INPUT AUDIT-LOG-FILE.
           IF NOT WS-AUDIT-FILE-NOT-FOUND
               IF NOT WS-AUDIT-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDIT.LOG OPEN FAILED, STATUS="
                       WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
                   GO TO 3500-EXIT
               END-IF
               PERFORM UNTIL WS-AUDIT-AT-END OR NOT WS-AUDIT-OK
                   READ AUDIT-LOG-FILE
                       AT END
                           SET WS-AUDIT-AT-END TO TRUE
                       NOT AT END
                           IF AU-CYCLE-NUMBER = WS-BACKOUT-CYCLE
                               IF AU-BACKOUT
                                   SET WS-AUDIT-BACKOUT-DONE TO TRUE
                               ELSE
                                   MOVE "N" TO WS-AUDIT-BACKOUT-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-AUDIT-AT-END
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDIT.LOG READ FAILED, STATUS="
                       WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF WS-RUN-FAILED
               GO TO 3500-EXIT
           END-IF.
           OPEN INPUT STEP-LOG-FILE.
           IF NOT WS-STEP-FILE-NOT-FOUND
               IF NOT WS-STEP-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "STEPLOG.DAT OPEN FAILED, STATUS="
                       WS-STEP-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
                   GO TO 3500-EXIT
               END-IF
               PERFORM UNTIL WS-STEP-AT-END OR NOT WS-STEP-OK
                   READ STEP-LOG-FILE
                       AT END
                           SET WS-STEP-AT-END TO TRUE
                       NOT AT END
                           IF SL-CYCLE-NUMBER = WS-BACKOUT-CYCLE
                               IF SL-CYCLE-BACKOUT
                                   SET WS-STEP-BACKOUT-DONE TO TRUE
                               ELSE
                                   MOVE "N" TO WS-STEP-BACKOUT-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-STEP-AT-END
                   SET WS-RUN-FAILED TO TRUE
                   STRING "STEPLOG.DAT READ FAILED, STATUS="
                       WS-STEP-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
               CLOSE STEP-LOG-FILE
           END-IF.
       3500-EXIT.
           EXIT.

       4000-WRITE-AUDIT-BACKOUT.
      *    The trail keeps the original run records; this one says
      *    they were taken back, under the cycle they carried.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-USER-ID.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER".
           MOVE WS-USER-ID TO AU-OPERATOR-ID.
           PERFORM 8200-GET-JOB-ID.
           MOVE WS-JOB-ID TO AU-JOB-ID.
           MOVE WS-BACKOUT-CYCLE TO AU-CYCLE-NUMBER.
           SET AU-BACKOUT TO TRUE.
           MOVE "N" TO AU-MONTH-END-FLAG.
           PERFORM 4050-CHAIN-AUDIT-RECORD THRU 4050-EXIT.
           IF WS-RUN-FAILED
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF NOT WS-AUDIT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDIT.LOG OPEN FAILED, STATUS="
                   WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               WRITE AUDIT-FILE-RECORD
               IF NOT WS-AUDIT-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDIT.LOG WRITE FAILED, STATUS="
                       WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               ELSE
                   PERFORM 4070-UPDATE-AUDIT-CONTROL
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4050-CHAIN-AUDIT-RECORD.
      *    The backout record joins the trail's chain like any run
      *    record (see AUDCHAIN). A control file that will not read
      *    stops the backout before the record is written; CYCCTL
      *    has not been restored yet, so resubmitting finishes it.
           MOVE ZEROS TO WS-LAST-AUDIT-SEQUENCE.
           MOVE ZEROS TO WS-LAST-AUDIT-CHAIN.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF NOT WS-AUDCTL-OK AND NOT WS-AUDCTL-FILE-NOT-FOUND
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDCTL.DAT OPEN FAILED, STATUS="
                   WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 4050-EXIT
           END-IF.
           IF WS-AUDCTL-OK
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AK-LAST-SEQUENCE TO WS-LAST-AUDIT-SEQUENCE
                       MOVE AK-LAST-CHAIN TO WS-LAST-AUDIT-CHAIN
               END-READ
               IF NOT WS-AUDCTL-OK AND NOT WS-AUDCTL-AT-END
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDCTL.DAT READ FAILED, STATUS="
                       WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
               CLOSE AUDIT-CONTROL-FILE
           END-IF.
           IF WS-RUN-FAILED
               GO TO 4050-EXIT
           END-IF.
           IF WS-LAST-AUDIT-SEQUENCE IS NOT NUMERIC OR
              WS-LAST-AUDIT-CHAIN IS NOT NUMERIC
               SET WS-RUN-FAILED TO TRUE
               MOVE "AUDCTL.DAT HOLDS NON-NUMERIC CONTROL VALUES" TO
                   WS-ABEND-REASON
               GO TO 4050-EXIT
           END-IF.
           ADD 1 TO WS-LAST-AUDIT-SEQUENCE.
           MOVE WS-LAST-AUDIT-SEQUENCE TO AU-SEQUENCE-NUMBER.
           MOVE WS-LAST-AUDIT-CHAIN TO AC-PRIOR-CHAIN.
           MOVE AUDIT-FILE-RECORD (1:44) TO AC-RECORD-IMAGE.
           PERFORM 4080-COMPUTE-CHAIN-VALUE.
           MOVE AC-CHAIN-VALUE TO AU-CHAIN-VALUE.
           MOVE AC-CHAIN-VALUE TO WS-LAST-AUDIT-CHAIN.
       4050-EXIT.
           EXIT.

       4070-UPDATE-AUDIT-CONTROL.
           OPEN OUTPUT AUDIT-CONTROL-FILE.
           MOVE WS-LAST-AUDIT-SEQUENCE TO AK-LAST-SEQUENCE.
           MOVE WS-LAST-AUDIT-CHAIN TO AK-LAST-CHAIN.
           WRITE AUDIT-CONTROL-RECORD.
           IF NOT WS-AUDCTL-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDCTL.DAT WRITE FAILED, STATUS="
                   WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE AUDIT-CONTROL-FILE.

       4080-COMPUTE-CHAIN-VALUE.
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

       4100-WRITE-STEP-BACKOUT.
      *    Tells control_pasos the cycle's stream starts over: the
      *    number is issued again by the next start-of-day run.
           MOVE WS-BACKOUT-CYCLE TO SL-CYCLE-NUMBER.
           MOVE "REVERSO_CICL" TO SL-STEP-NAME.
           SET SL-CYCLE-BACKOUT TO TRUE.
           ACCEPT SL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-EVENT-TIME FROM TIME.
           MOVE ZEROS TO SL-RETURN-CODE.
           PERFORM 8200-GET-JOB-ID.
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

       5000-RESTORE-CYCLE-CONTROL.
           OPEN I-O CYCLE-CONTROL-FILE.
           IF NOT WS-CC-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "CYCCTL.DAT OPEN FAILED, STATUS="
                   WS-CC-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 5000-EXIT
           END-IF.
           READ CYCLE-CONTROL-FILE
               AT END
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "CYCCTL.DAT IS EMPTY" TO WS-ABEND-REASON
           END-READ.
           IF NOT WS-RUN-FAILED
               MOVE WS-PRIOR-CYCLE TO CC-CYCLE-NUMBER
               MOVE WS-PRIOR-DATE TO CC-LAST-PROCESS-DATE
               REWRITE CC-FILE-RECORD
               IF NOT WS-CC-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "CYCCTL.DAT REWRITE FAILED, STATUS="
                       WS-CC-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.
           CLOSE CYCLE-CONTROL-FILE.
       5000-EXIT.
           EXIT.

       6000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "BANNER RECORDS DELETED" TO WS-VL-LABEL.
           MOVE WS-BANNERS-DELETED TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "RECOVERY ENTRIES REMOVED" TO WS-VL-LABEL.
           MOVE WS-RCVY-REMOVED TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "RECOVERY ENTRIES KEPT" TO WS-VL-LABEL.
           MOVE WS-RCVY-KEPT TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "BANNER PACKAGES RECALLED" TO WS-VL-LABEL.
           MOVE WS-PACKAGES-RECALLED TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "DISTMANI.DAT" TO WS-VL-LABEL.
           MOVE WS-MANIFEST-RESULT TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "RESTART.DAT / HOLASTAT.DAT" TO WS-VL-LABEL.
           MOVE "CLEARED" TO WS-VL-VALUE.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "AUDIT.LOG" TO WS-VL-LABEL.
           IF WS-AUDIT-BACKOUT-DONE
               MOVE "BACKOUT RECORD ALREADY ON FILE" TO WS-VL-VALUE
           ELSE
               MOVE "BACKOUT RECORD WRITTEN" TO WS-VL-VALUE
           END-IF.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-VALUE-LINE.
           MOVE "STEPLOG.DAT" TO WS-VL-LABEL.
           IF WS-STEP-BACKOUT-DONE
               MOVE "BACKOUT RECORD ALREADY ON FILE" TO WS-VL-VALUE
           ELSE
               MOVE "BACKOUT RECORD WRITTEN" TO WS-VL-VALUE
           END-IF.
           MOVE WS-VALUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       7000-WRITE-REPORT-LINE.
      *    Simple page control: headings again every 55 detail lines.
           IF WS-LINE-COUNT > 55
               PERFORM 7100-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-REPORT-DATE TO WS-H1-DATE.
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
           MOVE WS-HEADING-1 TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           MOVE SPACES TO BACKOUT-REPORT-LINE.
           WRITE BACKOUT-REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       8000-WRITE-ALERT.
      *    Same queue the rest of the stream feeds. Best effort: an
      *    alert problem is reported on the console and nothing more.
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-ALERT-TIME FROM TIME.
           MOVE "REVERSO_CICL" TO AL-PROGRAM-ID.
           MOVE WS-ALERT-CODE TO AL-REASON-CODE.
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY.
           MOVE WS-BACKOUT-CYCLE TO AL-CYCLE-NUMBER.
           MOVE WS-ALERT-TEXT TO AL-REASON-TEXT.
           SET AL-ALERT-OPEN TO TRUE.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           WRITE ALERT-FILE-RECORD.
           IF NOT WS-ALERT-OK
               DISPLAY "REVERSO_CICLO WARNING: ALERTLOG.DAT "
                   "WRITE FAILED, STATUS=" WS-ALERT-FILE-STATUS
           END-IF.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-TEXT.

       8200-GET-JOB-ID.
           MOVE SPACES TO WS-JOB-ID.
           ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF WS-JOB-ID = SPACES OR LOW-VALUES
               MOVE "UNKNOWN" TO WS-JOB-ID
           END-IF.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream. A backout that stops part way leaves the
      *    files half reversed, so it is queued as an alert as well
      *    as displayed; CYCCTL.DAT is only restored at the very
      *    end, so resubmitting the same PARM finishes the job.
           DISPLAY "REVERSO_CICLO ABEND: " WS-ABEND-REASON.
           MOVE "BKOUTFLD" TO WS-ALERT-CODE.
           MOVE "E" TO WS-ALERT-SEVERITY.
           MOVE WS-ABEND-REASON TO WS-ALERT-TEXT.
           PERFORM 8000-WRITE-ALERT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM reverso_ciclo.
