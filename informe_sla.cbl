      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch-window SLA report over the start-of-day audit
      *          trail, for a month or a run of months (PARM CCYYMM
      *          [CCYYMM], at most twelve). Each business day is
      *          judged on the time its first standing execution
      *          finished against the deadline SLAPARM.DAT sets for
      *          its day type - month-end has its own - and shows
      *          by how much it missed and how many reruns or
      *          recoveries the day took. Executions of a cycle later
      *          backed out by reverso_ciclo did not deliver the day
      *          and are not counted as its first run. Ends with the
      *          on-time percentage for each month and the ten worst
      *          late days of the period - the quarterly figures
      *          operations is measured on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. informe_sla.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-GEN-FILE ASSIGN USING WS-GEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO "AUDSLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-PARM-FILE
           RECORDING MODE IS F.
           COPY SLAREC.

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

      *    Flat image of AUDITREC; the layout is copied in the FD
      *    above and COBOL allows it only once, so generation
      *    records funnel through the working mirror below.
       FD  AUDIT-GEN-FILE
           RECORDING MODE IS F.
       01  GEN-AUDIT-RECORD        PIC X(53).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SLA-FILE-STATUS PIC X(2).
           88  WS-SLA-OK               VALUE "00".
           88  WS-SLA-FILE-NOT-FOUND   VALUE "35".
           88  WS-SLA-AT-END           VALUE "10".

       01  WS-AUDIT-FILE-STATUS PIC X(2).
           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".
           88  WS-AUDIT-AT-END         VALUE "10".

       01  WS-GEN-FILE-STATUS PIC X(2).
           88  WS-GEN-OK               VALUE "00".
           88  WS-GEN-FILE-NOT-FOUND   VALUE "35".
           88  WS-GEN-AT-END           VALUE "10".

       01  WS-GEN-FILE-NAME        PIC X(15) VALUE SPACES.

      *    Working mirror of AUDITREC so the generation image and
      *    the live log feed one tally paragraph.
       01  WS-AUDIT-WORK.
           05  WS-AW-RUN-DATE      PIC 9(8).
           05  WS-AW-RUN-TIME      PIC 9(8).
           05  WS-AW-OPERATOR-ID   PIC X(8).
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

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-FAILED-FLAG      PIC X(1) VALUE "N".
           88  WS-RUN-FAILED        VALUE "Y".
       01  WS-ABEND-REASON         PIC X(60) VALUE SPACES.

       01  WS-PARM-BUFFER          PIC X(40).
       01  WS-PARM-TOKEN-1         PIC X(12).
       01  WS-PARM-TOKEN-2         PIC X(12).
       01  WS-PARM-TOKEN-3         PIC X(12).
       01  WS-CHECK-TOKEN          PIC X(12).
       01  WS-CHECK-MONTH          PIC 9(6).
       01  WS-CHECK-MONTH-SPLIT    REDEFINES WS-CHECK-MONTH.
           05  WS-CK-CCYY          PIC 9(4).
           05  WS-CK-MM            PIC 9(2).

       01  WS-FROM-MONTH           PIC 9(6).
       01  WS-TO-MONTH             PIC 9(6).
       01  WS-TO-MONTH-SPLIT       REDEFINES WS-TO-MONTH.
           05  WS-TM-CCYY          PIC 9(4).
           05  WS-TM-MM            PIC 9(2).
       01  WS-MONTH-SPAN           PIC 9(5).

       01  WS-REPORT-MONTH         PIC 9(6).
       01  WS-REPORT-MONTH-SPLIT   REDEFINES WS-REPORT-MONTH.
           05  WS-RM-CCYY          PIC 9(4).
           05  WS-RM-MM            PIC 9(2).

      *    The generation read is not always the report month: the
      *    month after it is read too, for backouts of cycles run on
      *    the report month's last days.
       01  WS-GEN-MONTH            PIC 9(6).
       01  WS-GEN-MONTH-SPLIT      REDEFINES WS-GEN-MONTH.
           05  WS-GM-CCYY          PIC 9(4).
           05  WS-GM-MM            PIC 9(2).

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-DAY-DATE             PIC 9(8).
       01  WS-DAY-DATE-SPLIT       REDEFINES WS-DAY-DATE.
           05  WS-DD-CCYY          PIC 9(4).
           05  WS-DD-MM            PIC 9(2).
           05  WS-DD-DD            PIC 9(2).

       01  WS-AUDIT-DATE-SPLIT.
           05  WS-AD-YYYYMM        PIC 9(6).
           05  WS-AD-DD            PIC 9(2).

       01  WS-CAL-DATE-SPLIT.
           05  WS-CD-YYYYMM        PIC 9(6).
           05  WS-CD-DD            PIC 9(2).

      *    Deadlines by day type, B first: it stands in for any type
      *    SLAPARM.DAT does not carry.
       01  WS-SLA-VALUES           PIC X(4) VALUE "BMWH".
       01  WS-SLA-TYPES REDEFINES WS-SLA-VALUES.
           05  WS-SLA-TYPE-CODE    OCCURS 4 TIMES PIC X(1).
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 4 TIMES.
               10  WS-SLA-LOADED   PIC X(1).
               10  WS-SLA-DEADLINE PIC 9(6).
       01  WS-SLA-SUB              PIC 9(1).
       01  WS-FIND-SUB             PIC 9(1).
       01  WS-WANT-TYPE            PIC X(1).
       01  WS-DEADLINE             PIC 9(6).
       01  WS-DEADLINE-SPLIT       REDEFINES WS-DEADLINE.
           05  WS-DL-HH            PIC 9(2).
           05  WS-DL-MM            PIC 9(2).
           05  WS-DL-SS            PIC 9(2).
       01  WS-DEADLINE-SECS        PIC 9(5).

       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DAY-TYPE     PIC X(1).
                   88  WS-DAY-BUSINESS  VALUE "B".
                   88  WS-DAY-NOT-LOADED VALUE "?".
               10  WS-DAY-MONTH-END PIC X(1).
                   88  WS-DAY-IS-MONTH-END VALUE "Y".
               10  WS-DAY-EXECS    PIC 9(3).
               10  WS-DAY-RUNS     PIC 9(3).
               10  WS-DAY-TIME     PIC 9(8).
               10  WS-DAY-JOB      PIC X(8).
               10  WS-DAY-CYCLE    PIC 9(3).
               10  WS-DAY-REVERSED PIC 9(3).

       01  WS-DAY-SUB              PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2) VALUE ZEROS.

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

       01  WS-TIME-SPLIT           PIC 9(8).
       01  WS-TIME-PARTS           REDEFINES WS-TIME-SPLIT.
           05  WS-TP-HH            PIC 9(2).
           05  WS-TP-MM            PIC 9(2).
           05  WS-TP-SS            PIC 9(2).
           05  WS-TP-HS            PIC 9(2).
       01  WS-RUN-SECS             PIC 9(5).
       01  WS-LATE-SECS            PIC 9(5).
       01  WS-LATE-HH              PIC 9(2).
       01  WS-LATE-MM              PIC 9(2).
       01  WS-LATE-SS              PIC 9(2).
       01  WS-LATE-WORK            PIC 9(5).
       01  WS-RERUNS               PIC 9(3).
       01  WS-HHMMSS-TEXT          PIC X(8).

      *    One entry per month reported, for the closing summary.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-MS-MONTH     PIC 9(6).
               10  WS-MS-DUE       PIC 9(3).
               10  WS-MS-ON-TIME   PIC 9(3).
               10  WS-MS-LATE      PIC 9(3).
               10  WS-MS-NO-RUN    PIC 9(3).
               10  WS-MS-RERUNS    PIC 9(4).
       01  WS-MONTH-COUNT          PIC 9(2) VALUE ZEROS.
       01  WS-MONTH-SUB            PIC 9(2).

       01  WS-TOTAL-DUE            PIC 9(4) VALUE ZEROS.
       01  WS-TOTAL-ON-TIME        PIC 9(4) VALUE ZEROS.
       01  WS-TOTAL-LATE           PIC 9(4) VALUE ZEROS.
       01  WS-TOTAL-NO-RUN         PIC 9(4) VALUE ZEROS.
       01  WS-TOTAL-RERUNS         PIC 9(5) VALUE ZEROS.
       01  WS-PERCENT              PIC 9(3)V9.

      *    The worst late days of the whole period, latest first.
       01  WS-WORST-TABLE.
           05  WS-WORST-ENTRY OCCURS 10 TIMES.
               10  WS-WD-DATE      PIC 9(8).
               10  WS-WD-TYPE      PIC X(3).
               10  WS-WD-DEADLINE  PIC 9(6).
               10  WS-WD-RUN-TIME  PIC 9(8).
               10  WS-WD-LATE-SECS PIC 9(5).
               10  WS-WD-RERUNS    PIC 9(3).
       01  WS-WORST-COUNT          PIC 9(2) VALUE ZEROS.
       01  WS-WORST-SUB            PIC 9(2).
       01  WS-WORST-SLOT           PIC 9(2).

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
      *    Lines are staged here rather than in the FD record so a
      *    page break inside 7000 cannot clobber the line it is about
      *    to print.
       01  WS-PRINT-LINE           PIC X(132).

       01  WS-HEADING-1.
           05  FILLER              PIC X(28) VALUE
               "START-OF-DAY SLA REPORT FOR ".
           05  WS-H1-FROM-CCYY     PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-H1-FROM-MM       PIC 9(2).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  WS-H1-TO-CCYY       PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-H1-TO-MM         PIC 9(2).
           05  FILLER              PIC X(78) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-H1-PAGE          PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER              PIC X(12) VALUE "DATE".
           05  FILLER              PIC X(5)  VALUE "TYPE".
           05  FILLER              PIC X(10) VALUE "DEADLINE".
           05  FILLER              PIC X(10) VALUE "FIRST RUN".
           05  FILLER              PIC X(10) VALUE "JOB ID".
           05  FILLER              PIC X(7)  VALUE "CYCLE".
           05  FILLER              PIC X(9)  VALUE "STATUS".
           05  FILLER              PIC X(10) VALUE "LATE BY".
           05  FILLER              PIC X(8)  VALUE "RERUNS".
           05  FILLER              PIC X(51) VALUE "REMARKS".

       01  WS-MONTH-LINE.
           05  FILLER              PIC X(6)  VALUE "MONTH ".
           05  WS-ML-CCYY          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-ML-MM            PIC 9(2).
           05  FILLER              PIC X(119) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-CCYY          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-DT-MM            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-DT-DD            PIC 9(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-TYPE          PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-DEADLINE      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-FIRST-RUN     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-JOB           PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-CYCLE         PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-STATUS        PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-LATE-BY       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-RERUNS        PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-DT-REMARKS       PIC X(30).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-DEADLINE-LINE.
           05  FILLER              PIC X(9)  VALUE "DEADLINE ".
           05  WS-DN-TYPE          PIC X(14).
           05  WS-DN-TIME          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DN-REMARKS       PIC X(40).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER              PIC X(10) VALUE "MONTH".
           05  FILLER              PIC X(8)  VALUE "DUE".
           05  FILLER              PIC X(9)  VALUE "ON TIME".
           05  FILLER              PIC X(8)  VALUE "LATE".
           05  FILLER              PIC X(8)  VALUE "NO RUN".
           05  FILLER              PIC X(8)  VALUE "RERUNS".
           05  FILLER              PIC X(81) VALUE "ON TIME %".

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL         PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-SM-DUE           PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-SM-ON-TIME       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SM-LATE          PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SM-NO-RUN        PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SM-RERUNS        PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SM-PERCENT       PIC ZZ9.9.
           05  FILLER              PIC X(76) VALUE SPACES.

       01  WS-WORST-LINE.
           05  WS-WL-RANK          PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WL-CCYY          PIC 9(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-WL-MM            PIC 9(2).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-WL-DD            PIC 9(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WL-TYPE          PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WL-DEADLINE      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WL-RUN-TIME      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WL-LATE-BY       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-WL-RERUNS        PIC ZZ9.
           05  FILLER              PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-GET-REPORT-MONTHS THRU 1000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1100-LOAD-DEADLINES THRU 1100-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           OPEN OUTPUT SLA-REPORT-FILE.
           IF NOT WS-REPORT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDSLA.RPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1300-PRINT-DEADLINES.
           MOVE WS-FROM-MONTH TO WS-REPORT-MONTH.
           PERFORM UNTIL WS-REPORT-MONTH > WS-TO-MONTH
               PERFORM 2000-REPORT-MONTH THRU 2000-EXIT
               IF WS-RUN-FAILED
                   PERFORM 9000-ABEND-AND-STOP
               END-IF
               IF WS-RM-MM = 12
                   ADD 1 TO WS-RM-CCYY
                   MOVE 1 TO WS-RM-MM
               ELSE
                   ADD 1 TO WS-RM-MM
               END-IF
           END-PERFORM.
           PERFORM 5000-PRINT-MONTHLY-SUMMARY.
           PERFORM 5500-PRINT-WORST-DAYS.
           CLOSE SLA-REPORT-FILE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-GET-REPORT-MONTHS.
      *    PARM is the first month to report, CCYYMM, and optionally
      *    the last - a quarter is the usual request. As with the
      *    compliance report there is no sensible default.
           MOVE SPACES TO WS-PARM-BUFFER.
           ACCEPT WS-PARM-BUFFER FROM COMMAND-LINE.
           IF WS-PARM-BUFFER = SPACES OR LOW-VALUES
               SET WS-RUN-FAILED TO TRUE
               MOVE "REPORT MONTH PARM (CCYYMM [CCYYMM]) IS REQUIRED"
                   TO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           MOVE SPACES TO WS-PARM-TOKEN-3.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           IF WS-PARM-TOKEN-3 NOT = SPACES
               SET WS-RUN-FAILED TO TRUE
               STRING "UNRECOGNIZED PARM: " WS-PARM-BUFFER
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PARM-TOKEN-1 TO WS-CHECK-TOKEN.
           PERFORM 1050-CHECK-MONTH-TOKEN.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-CHECK-MONTH TO WS-FROM-MONTH.
           IF WS-PARM-TOKEN-2 = SPACES
               MOVE WS-FROM-MONTH TO WS-TO-MONTH
           ELSE
               MOVE WS-PARM-TOKEN-2 TO WS-CHECK-TOKEN
               PERFORM 1050-CHECK-MONTH-TOKEN
               IF WS-RUN-FAILED
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-CHECK-MONTH TO WS-TO-MONTH
           END-IF.
           IF WS-TO-MONTH < WS-FROM-MONTH
               SET WS-RUN-FAILED TO TRUE
               STRING "LAST MONTH BEFORE FIRST: " WS-PARM-BUFFER
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-FROM-MONTH TO WS-CHECK-MONTH.
           COMPUTE WS-MONTH-SPAN =
               (WS-TM-CCYY * 12 + WS-TM-MM) -
               (WS-CK-CCYY * 12 + WS-CK-MM) + 1.
           IF WS-MONTH-SPAN > 12
               SET WS-RUN-FAILED TO TRUE
               STRING "AT MOST 12 MONTHS PER REPORT: " WS-PARM-BUFFER
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-IF.
       1000-EXIT.
           EXIT.

       1050-CHECK-MONTH-TOKEN.
           IF WS-CHECK-TOKEN (1:6) IS NOT NUMERIC OR
              WS-CHECK-TOKEN (7:6) NOT = SPACES
               SET WS-RUN-FAILED TO TRUE
               STRING "REPORT MONTH PARM NOT CCYYMM: " WS-CHECK-TOKEN
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           ELSE
               MOVE WS-CHECK-TOKEN (1:6) TO WS-CHECK-MONTH
               IF WS-CK-MM < 1 OR WS-CK-MM > 12
                   SET WS-RUN-FAILED TO TRUE
                   STRING "REPORT MONTH PARM HAS INVALID MONTH: "
                       WS-CHECK-TOKEN DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.

       1100-LOAD-DEADLINES.
      *    Without deadlines there is nothing to measure against, so
      *    a missing or bad parameter file stops the report rather
      *    than letting it guess.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                   UNTIL WS-SLA-SUB > 4
               MOVE "N" TO WS-SLA-LOADED (WS-SLA-SUB)
               MOVE ZEROS TO WS-SLA-DEADLINE (WS-SLA-SUB)
           END-PERFORM.
           OPEN INPUT SLA-PARM-FILE.
           IF NOT WS-SLA-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "SLAPARM.DAT OPEN FAILED, STATUS="
                   WS-SLA-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL WS-SLA-AT-END OR NOT WS-SLA-OK
                   OR WS-RUN-FAILED
               READ SLA-PARM-FILE
                   AT END
                       SET WS-SLA-AT-END TO TRUE
                   NOT AT END
                       PERFORM 1150-STORE-DEADLINE
               END-READ
           END-PERFORM.
           IF NOT WS-SLA-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "SLAPARM.DAT READ FAILED, STATUS="
                   WS-SLA-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE SLA-PARM-FILE.
           IF NOT WS-RUN-FAILED AND WS-SLA-LOADED (1) NOT = "Y"
               SET WS-RUN-FAILED TO TRUE
               MOVE "SLAPARM.DAT HAS NO BUSINESS-DAY (B) DEADLINE" TO
                   WS-ABEND-REASON
           END-IF.
       1100-EXIT.
           EXIT.

       1150-STORE-DEADLINE.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                   UNTIL WS-SLA-SUB > 4
                   OR WS-SLA-TYPE-CODE (WS-SLA-SUB) = SP-DAY-TYPE
               CONTINUE
           END-PERFORM.
           IF WS-SLA-SUB > 4
               SET WS-RUN-FAILED TO TRUE
               STRING "SLAPARM.DAT UNKNOWN DAY TYPE: " SP-DAY-TYPE
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           ELSE
               IF SP-DEADLINE-TIME IS NOT NUMERIC OR
                  SP-DEADLINE-HH > 23 OR SP-DEADLINE-MM > 59 OR
                  SP-DEADLINE-SS > 59
                   SET WS-RUN-FAILED TO TRUE
                   STRING "SLAPARM.DAT BAD DEADLINE FOR TYPE "
                       SP-DAY-TYPE ": " SP-DEADLINE-TIME
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
               ELSE
                   MOVE "Y" TO WS-SLA-LOADED (WS-SLA-SUB)
                   MOVE SP-DEADLINE-TIME TO
                       WS-SLA-DEADLINE (WS-SLA-SUB)
               END-IF
           END-IF.

       1300-PRINT-DEADLINES.
      *    The deadlines in force head the report, so the figures
      *    below can be checked against what was agreed.
           PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
                   UNTIL WS-SLA-SUB > 4
               EVALUATE WS-SLA-TYPE-CODE (WS-SLA-SUB)
                   WHEN "B"
                       MOVE "BUSINESS DAY" TO WS-DN-TYPE
                   WHEN "M"
                       MOVE "MONTH-END" TO WS-DN-TYPE
                   WHEN "W"
                       MOVE "WEEKEND" TO WS-DN-TYPE
                   WHEN "H"
                       MOVE "HOLIDAY" TO WS-DN-TYPE
               END-EVALUATE
               MOVE WS-SLA-TYPE-CODE (WS-SLA-SUB) TO WS-WANT-TYPE
               PERFORM 2700-FIND-DEADLINE
               MOVE WS-DEADLINE TO WS-TIME-SPLIT (1:6)
               PERFORM 7300-FORMAT-HHMMSS
               MOVE WS-HHMMSS-TEXT TO WS-DN-TIME
               IF WS-SLA-LOADED (WS-SLA-SUB) = "Y"
                   MOVE SPACES TO WS-DN-REMARKS
               ELSE
                   MOVE "NOT ON FILE - BUSINESS DAY USED" TO
                       WS-DN-REMARKS
               END-IF
               MOVE WS-DEADLINE-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       2000-REPORT-MONTH.
           ADD 1 TO WS-MONTH-COUNT.
           MOVE WS-REPORT-MONTH TO WS-MS-MONTH (WS-MONTH-COUNT).
           MOVE ZEROS TO WS-MS-DUE (WS-MONTH-COUNT).
           MOVE ZEROS TO WS-MS-ON-TIME (WS-MONTH-COUNT).
           MOVE ZEROS TO WS-MS-LATE (WS-MONTH-COUNT).
           MOVE ZEROS TO WS-MS-NO-RUN (WS-MONTH-COUNT).
           MOVE ZEROS TO WS-MS-RERUNS (WS-MONTH-COUNT).
           PERFORM 2100-INIT-DAY-TABLE.
           PERFORM 2200-LOAD-CALENDAR-MONTH THRU 2200-EXIT.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-TALLY-AUDIT-LOG THRU 2300-EXIT.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2500-FOLD-EXECUTIONS.
           MOVE WS-RM-CCYY TO WS-ML-CCYY.
           MOVE WS-RM-MM TO WS-ML-MM.
           MOVE WS-MONTH-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
               MOVE WS-REPORT-MONTH TO WS-DAY-DATE (1:6)
               MOVE WS-DAY-SUB TO WS-DD-DD
      *        Days still ahead are not due yet; a report run in
      *        mid-month stops at today.
               IF WS-DAY-DATE NOT > WS-TODAY-DATE
                   PERFORM 2600-JUDGE-DAY THRU 2600-EXIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
       2000-EXIT.
           EXIT.

       2100-INIT-DAY-TABLE.
      *    "?" marks a day the calendar did not cover, so a thin
      *    calendar load shows up on the report instead of being
      *    counted as a quiet weekend.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               MOVE "?" TO WS-DAY-TYPE (WS-DAY-SUB)
               MOVE "N" TO WS-DAY-MONTH-END (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-EXECS (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-RUNS (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-TIME (WS-DAY-SUB)
               MOVE SPACES TO WS-DAY-JOB (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-CYCLE (WS-DAY-SUB)
               MOVE ZEROS TO WS-DAY-REVERSED (WS-DAY-SUB)
           END-PERFORM.
           MOVE ZEROS TO WS-DAYS-IN-MONTH.
           MOVE ZEROS TO WS-EXEC-COUNT.

       2200-LOAD-CALENDAR-MONTH.
      *    The calendar says which days were due and which one
      *    closed the month; its record count for the month also
      *    gives the month's length.
           OPEN INPUT CALENDAR-FILE.
           IF NOT WS-CAL-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "CALENDAR.DAT OPEN FAILED, STATUS="
                   WS-CAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2200-EXIT
           END-IF.
           PERFORM UNTIL WS-CAL-AT-END OR NOT WS-CAL-OK
               READ CALENDAR-FILE
                   AT END
                       SET WS-CAL-AT-END TO TRUE
                   NOT AT END
                       MOVE CA-DATE TO WS-CAL-DATE-SPLIT
                       IF WS-CD-YYYYMM = WS-REPORT-MONTH AND
                          WS-CD-DD >= 1 AND WS-CD-DD <= 31
                           MOVE CA-DAY-TYPE TO
                               WS-DAY-TYPE (WS-CD-DD)
                           MOVE CA-MONTH-END-FLAG TO
                               WS-DAY-MONTH-END (WS-CD-DD)
                           IF WS-CD-DD > WS-DAYS-IN-MONTH
                               MOVE WS-CD-DD TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-CAL-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING "CALENDAR.DAT READ FAILED, STATUS="
                   WS-CAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               CLOSE CALENDAR-FILE
               GO TO 2200-EXIT
           END-IF.
           CLOSE CALENDAR-FILE.
           IF WS-DAYS-IN-MONTH = ZEROS
               SET WS-RUN-FAILED TO TRUE
               STRING "NO CALENDAR RECORDS FOR MONTH " WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2300-TALLY-AUDIT-LOG.
      *    Same reading as the compliance report: the month's own
      *    generation, the following month's for backouts of the
      *    month's last cycles, then the live log for a month not
      *    yet rolled. A file not present is a month with no runs.
           MOVE WS-REPORT-MONTH TO WS-GEN-MONTH.
           PERFORM 2350-TALLY-GENERATION.
           IF WS-RUN-FAILED
               GO TO 2300-EXIT
           END-IF.
           IF WS-GM-MM = 12
               ADD 1 TO WS-GM-CCYY
               MOVE 1 TO WS-GM-MM
           ELSE
               ADD 1 TO WS-GM-MM
           END-IF.
           PERFORM 2350-TALLY-GENERATION.
           IF WS-RUN-FAILED
               GO TO 2300-EXIT
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-OK
               PERFORM UNTIL WS-AUDIT-AT-END OR NOT WS-AUDIT-OK
                   READ AUDIT-LOG-FILE
                       AT END
                           SET WS-AUDIT-AT-END TO TRUE
                       NOT AT END
                           MOVE AUDIT-FILE-RECORD TO WS-AUDIT-WORK
                           PERFORM 2400-TALLY-AUDIT-RECORD
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
       2300-EXIT.
           EXIT.

       2350-TALLY-GENERATION.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING "AUDIT" WS-GEN-MONTH ".LOG"
               DELIMITED BY SIZE INTO WS-GEN-FILE-NAME.
           OPEN INPUT AUDIT-GEN-FILE.
           IF WS-GEN-FILE-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-GEN-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING WS-GEN-FILE-NAME " OPEN FAILED, STATUS="
                       WS-GEN-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               ELSE
                   PERFORM UNTIL WS-GEN-AT-END OR NOT WS-GEN-OK
                       READ AUDIT-GEN-FILE
                           AT END
                               SET WS-GEN-AT-END TO TRUE
                           NOT AT END
                               MOVE GEN-AUDIT-RECORD TO
                                   WS-AUDIT-WORK
                               PERFORM 2400-TALLY-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   IF NOT WS-GEN-AT-END
                       SET WS-RUN-FAILED TO TRUE
                       STRING WS-GEN-FILE-NAME
                           " READ FAILED, STATUS="
                           WS-GEN-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-REASON
                   END-IF
                   CLOSE AUDIT-GEN-FILE
               END-IF
           END-IF.

       2400-TALLY-AUDIT-RECORD.
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
                   PERFORM 2450-ADD-EXECUTION
               END-IF
           END-IF.

       2450-ADD-EXECUTION.
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

       2500-FOLD-EXECUTIONS.
      *    The day's first run is its first execution still
      *    standing - a run later backed out did not deliver the
      *    day. Every execution after the day's first, reversed or
      *    not, is one rerun or recovery the day took.
           PERFORM VARYING WS-EXEC-SUB FROM 1 BY 1
                   UNTIL WS-EXEC-SUB > WS-EXEC-COUNT
               MOVE WS-EX-DAY (WS-EXEC-SUB) TO WS-DAY-SUB
               ADD 1 TO WS-DAY-EXECS (WS-DAY-SUB)
               IF WS-EX-REVERSED (WS-EXEC-SUB)
                   ADD 1 TO WS-DAY-REVERSED (WS-DAY-SUB)
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

       2600-JUDGE-DAY.
      *    Only business days are due and counted. A weekend or
      *    holiday day is listed only when something ran on it (or
      *    the calendar does not cover it), and is judged against
      *    its own deadline for the record without entering the
      *    percentages.
           IF NOT WS-DAY-BUSINESS (WS-DAY-SUB) AND
              NOT WS-DAY-NOT-LOADED (WS-DAY-SUB) AND
              WS-DAY-EXECS (WS-DAY-SUB) = ZEROS
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-RM-CCYY TO WS-DT-CCYY.
           MOVE WS-RM-MM TO WS-DT-MM.
           MOVE WS-DAY-SUB TO WS-DT-DD.
           MOVE SPACES TO WS-DT-FIRST-RUN.
           MOVE SPACES TO WS-DT-JOB.
           MOVE SPACES TO WS-DT-CYCLE.
           MOVE SPACES TO WS-DT-STATUS.
           MOVE SPACES TO WS-DT-LATE-BY.
           MOVE SPACES TO WS-DT-REMARKS.
           EVALUATE TRUE
               WHEN WS-DAY-BUSINESS (WS-DAY-SUB) AND
                    WS-DAY-IS-MONTH-END (WS-DAY-SUB)
                   MOVE "M/E" TO WS-DT-TYPE
                   MOVE "M" TO WS-WANT-TYPE
               WHEN WS-DAY-BUSINESS (WS-DAY-SUB)
                   MOVE "BUS" TO WS-DT-TYPE
                   MOVE "B" TO WS-WANT-TYPE
               WHEN WS-DAY-TYPE (WS-DAY-SUB) = "W"
                   MOVE "WKD" TO WS-DT-TYPE
                   MOVE "W" TO WS-WANT-TYPE
               WHEN WS-DAY-TYPE (WS-DAY-SUB) = "H"
                   MOVE "HOL" TO WS-DT-TYPE
                   MOVE "H" TO WS-WANT-TYPE
               WHEN OTHER
                   MOVE "???" TO WS-DT-TYPE
                   MOVE "B" TO WS-WANT-TYPE
           END-EVALUATE.
           PERFORM 2700-FIND-DEADLINE.
           MOVE WS-DEADLINE TO WS-TIME-SPLIT (1:6).
           PERFORM 7300-FORMAT-HHMMSS.
           MOVE WS-HHMMSS-TEXT TO WS-DT-DEADLINE.
           COMPUTE WS-DEADLINE-SECS =
               WS-DL-HH * 3600 + WS-DL-MM * 60 + WS-DL-SS.
           IF WS-DAY-EXECS (WS-DAY-SUB) > ZEROS
               COMPUTE WS-RERUNS = WS-DAY-EXECS (WS-DAY-SUB) - 1
           ELSE
               MOVE ZEROS TO WS-RERUNS
           END-IF.
           MOVE WS-RERUNS TO WS-DT-RERUNS.
           IF WS-DAY-BUSINESS (WS-DAY-SUB)
               ADD 1 TO WS-MS-DUE (WS-MONTH-COUNT)
               ADD WS-RERUNS TO WS-MS-RERUNS (WS-MONTH-COUNT)
           END-IF.
           IF WS-DAY-RUNS (WS-DAY-SUB) = ZEROS
               PERFORM 2650-JUDGE-NO-RUN
           ELSE
               PERFORM 2660-JUDGE-FIRST-RUN
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
       2600-EXIT.
           EXIT.

       2650-JUDGE-NO-RUN.
           IF WS-DAY-BUSINESS (WS-DAY-SUB)
               ADD 1 TO WS-MS-NO-RUN (WS-MONTH-COUNT)
               MOVE "NO RUN" TO WS-DT-STATUS
               IF WS-DAY-REVERSED (WS-DAY-SUB) > ZEROS
                   MOVE "EVERY RUN BACKED OUT" TO WS-DT-REMARKS
               END-IF
           ELSE
               IF WS-DAY-REVERSED (WS-DAY-SUB) > ZEROS
                   MOVE "REVERSED" TO WS-DT-STATUS
               END-IF
               IF WS-DAY-NOT-LOADED (WS-DAY-SUB)
                   MOVE "NOT ON CALENDAR" TO WS-DT-REMARKS
               ELSE
                   MOVE "NOT A BUSINESS DAY" TO WS-DT-REMARKS
               END-IF
           END-IF.

       2660-JUDGE-FIRST-RUN.
           MOVE WS-DAY-TIME (WS-DAY-SUB) TO WS-TIME-SPLIT.
           PERFORM 7300-FORMAT-HHMMSS.
           MOVE WS-HHMMSS-TEXT TO WS-DT-FIRST-RUN.
           MOVE WS-DAY-JOB (WS-DAY-SUB) TO WS-DT-JOB.
           MOVE WS-DAY-CYCLE (WS-DAY-SUB) TO WS-DT-CYCLE.
           COMPUTE WS-RUN-SECS =
               WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
           IF WS-RUN-SECS > WS-DEADLINE-SECS
               MOVE "LATE" TO WS-DT-STATUS
               COMPUTE WS-LATE-SECS = WS-RUN-SECS - WS-DEADLINE-SECS
               PERFORM 7400-FORMAT-LATE-BY
               MOVE WS-HHMMSS-TEXT TO WS-DT-LATE-BY
           ELSE
               MOVE "ON TIME" TO WS-DT-STATUS
           END-IF.
           IF WS-DAY-REVERSED (WS-DAY-SUB) > ZEROS
               STRING "AFTER " WS-DAY-REVERSED (WS-DAY-SUB)
                   " RUN(S) BACKED OUT" DELIMITED BY SIZE
                   INTO WS-DT-REMARKS
           END-IF.
           IF WS-DAY-BUSINESS (WS-DAY-SUB)
               IF WS-RUN-SECS > WS-DEADLINE-SECS
                   ADD 1 TO WS-MS-LATE (WS-MONTH-COUNT)
                   PERFORM 2800-NOTE-WORST-DAY THRU 2800-EXIT
               ELSE
                   ADD 1 TO WS-MS-ON-TIME (WS-MONTH-COUNT)
               END-IF
           ELSE
               IF WS-DAY-NOT-LOADED (WS-DAY-SUB)
                   MOVE "NOT ON CALENDAR" TO WS-DT-REMARKS
               ELSE
                   MOVE "NOT A BUSINESS DAY" TO WS-DT-REMARKS
               END-IF
           END-IF.

       2700-FIND-DEADLINE.
      *    Deadline for the day type in WS-WANT-TYPE; a type with no
      *    record of its own is held to the business-day deadline.
           MOVE WS-SLA-DEADLINE (1) TO WS-DEADLINE.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > 4
               IF WS-SLA-TYPE-CODE (WS-FIND-SUB) = WS-WANT-TYPE AND
                  WS-SLA-LOADED (WS-FIND-SUB) = "Y"
                   MOVE WS-SLA-DEADLINE (WS-FIND-SUB) TO WS-DEADLINE
               END-IF
           END-PERFORM.

       2800-NOTE-WORST-DAY.
      *    Keep the ten latest days, latest first; on a tie the
      *    earlier day keeps its place.
           MOVE ZEROS TO WS-WORST-SLOT.
           PERFORM VARYING WS-WORST-SUB FROM 1 BY 1
                   UNTIL WS-WORST-SUB > WS-WORST-COUNT
                   OR WS-WORST-SLOT NOT = ZEROS
               IF WS-LATE-SECS > WS-WD-LATE-SECS (WS-WORST-SUB)
                   MOVE WS-WORST-SUB TO WS-WORST-SLOT
               END-IF
           END-PERFORM.
           IF WS-WORST-SLOT = ZEROS
               IF WS-WORST-COUNT >= 10
                   GO TO 2800-EXIT
               END-IF
               COMPUTE WS-WORST-SLOT = WS-WORST-COUNT + 1
           END-IF.
           IF WS-WORST-COUNT < 10
               ADD 1 TO WS-WORST-COUNT
           END-IF.
           PERFORM VARYING WS-WORST-SUB FROM WS-WORST-COUNT BY -1
                   UNTIL WS-WORST-SUB <= WS-WORST-SLOT
               MOVE WS-WORST-ENTRY (WS-WORST-SUB - 1) TO
                   WS-WORST-ENTRY (WS-WORST-SUB)
           END-PERFORM.
           MOVE WS-REPORT-MONTH TO WS-DAY-DATE (1:6).
           MOVE WS-DAY-SUB TO WS-DD-DD.
           MOVE WS-DAY-DATE TO WS-WD-DATE (WS-WORST-SLOT).
           MOVE WS-DT-TYPE TO WS-WD-TYPE (WS-WORST-SLOT).
           MOVE WS-DEADLINE TO WS-WD-DEADLINE (WS-WORST-SLOT).
           MOVE WS-DAY-TIME (WS-DAY-SUB) TO
               WS-WD-RUN-TIME (WS-WORST-SLOT).
           MOVE WS-LATE-SECS TO WS-WD-LATE-SECS (WS-WORST-SLOT).
           MOVE WS-RERUNS TO WS-WD-RERUNS (WS-WORST-SLOT).
       2800-EXIT.
           EXIT.

       5000-PRINT-MONTHLY-SUMMARY.
           MOVE "MONTHLY ON-TIME SUMMARY (BUSINESS DAYS)" TO
               WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-SUMMARY-HEADING TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-MONTH-COUNT
               MOVE SPACES TO WS-SM-LABEL
               STRING WS-MS-MONTH (WS-MONTH-SUB) (1:4) "-"
                   WS-MS-MONTH (WS-MONTH-SUB) (5:2)
                   DELIMITED BY SIZE INTO WS-SM-LABEL
               MOVE WS-MS-DUE (WS-MONTH-SUB) TO WS-SM-DUE
               MOVE WS-MS-ON-TIME (WS-MONTH-SUB) TO WS-SM-ON-TIME
               MOVE WS-MS-LATE (WS-MONTH-SUB) TO WS-SM-LATE
               MOVE WS-MS-NO-RUN (WS-MONTH-SUB) TO WS-SM-NO-RUN
               MOVE WS-MS-RERUNS (WS-MONTH-SUB) TO WS-SM-RERUNS
               IF WS-MS-DUE (WS-MONTH-SUB) = ZEROS
                   MOVE ZEROS TO WS-PERCENT
               ELSE
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-MS-ON-TIME (WS-MONTH-SUB) * 100
                       / WS-MS-DUE (WS-MONTH-SUB)
               END-IF
               MOVE WS-PERCENT TO WS-SM-PERCENT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
               ADD WS-MS-DUE (WS-MONTH-SUB) TO WS-TOTAL-DUE
               ADD WS-MS-ON-TIME (WS-MONTH-SUB) TO WS-TOTAL-ON-TIME
               ADD WS-MS-LATE (WS-MONTH-SUB) TO WS-TOTAL-LATE
               ADD WS-MS-NO-RUN (WS-MONTH-SUB) TO WS-TOTAL-NO-RUN
               ADD WS-MS-RERUNS (WS-MONTH-SUB) TO WS-TOTAL-RERUNS
           END-PERFORM.
           MOVE "PERIOD" TO WS-SM-LABEL.
           MOVE WS-TOTAL-DUE TO WS-SM-DUE.
           MOVE WS-TOTAL-ON-TIME TO WS-SM-ON-TIME.
           MOVE WS-TOTAL-LATE TO WS-SM-LATE.
           MOVE WS-TOTAL-NO-RUN TO WS-SM-NO-RUN.
           MOVE WS-TOTAL-RERUNS TO WS-SM-RERUNS.
           IF WS-TOTAL-DUE = ZEROS
               MOVE ZEROS TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOTAL-ON-TIME * 100 / WS-TOTAL-DUE
           END-IF.
           MOVE WS-PERCENT TO WS-SM-PERCENT.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       5500-PRINT-WORST-DAYS.
           MOVE "WORST LATE BUSINESS DAYS" TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           IF WS-WORST-COUNT = ZEROS
               MOVE "    NONE - EVERY RUN WAS ON TIME" TO
                   WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-WORST-SUB FROM 1 BY 1
                   UNTIL WS-WORST-SUB > WS-WORST-COUNT
               MOVE WS-WORST-SUB TO WS-WL-RANK
               MOVE WS-WD-DATE (WS-WORST-SUB) TO WS-DAY-DATE
               MOVE WS-DD-CCYY TO WS-WL-CCYY
               MOVE WS-DD-MM TO WS-WL-MM
               MOVE WS-DD-DD TO WS-WL-DD
               MOVE WS-WD-TYPE (WS-WORST-SUB) TO WS-WL-TYPE
               MOVE WS-WD-DEADLINE (WS-WORST-SUB) TO
                   WS-TIME-SPLIT (1:6)
               PERFORM 7300-FORMAT-HHMMSS
               MOVE WS-HHMMSS-TEXT TO WS-WL-DEADLINE
               MOVE WS-WD-RUN-TIME (WS-WORST-SUB) TO WS-TIME-SPLIT
               PERFORM 7300-FORMAT-HHMMSS
               MOVE WS-HHMMSS-TEXT TO WS-WL-RUN-TIME
               MOVE WS-WD-LATE-SECS (WS-WORST-SUB) TO WS-LATE-SECS
               PERFORM 7400-FORMAT-LATE-BY
               MOVE WS-HHMMSS-TEXT TO WS-WL-LATE-BY
               MOVE WS-WD-RERUNS (WS-WORST-SUB) TO WS-WL-RERUNS
               MOVE WS-WORST-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-PERFORM.

       7000-WRITE-REPORT-LINE.
      *    Simple page control: headings again every 55 detail lines.
           IF WS-LINE-COUNT > 55
               PERFORM 7100-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-FROM-MONTH (1:4) TO WS-H1-FROM-CCYY.
           MOVE WS-FROM-MONTH (5:2) TO WS-H1-FROM-MM.
           MOVE WS-TM-CCYY TO WS-H1-TO-CCYY.
           MOVE WS-TM-MM TO WS-H1-TO-MM.
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE.
           MOVE WS-HEADING-1 TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE WS-HEADING-2 TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE SPACES TO SLA-REPORT-LINE.
           WRITE SLA-REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       7300-FORMAT-HHMMSS.
      *    HH:MM:SS from the leading six digits of WS-TIME-SPLIT.
           MOVE SPACES TO WS-HHMMSS-TEXT.
           STRING WS-TP-HH ":" WS-TP-MM ":" WS-TP-SS
               DELIMITED BY SIZE INTO WS-HHMMSS-TEXT.

       7400-FORMAT-LATE-BY.
           DIVIDE WS-LATE-SECS BY 3600 GIVING WS-LATE-HH
               REMAINDER WS-LATE-WORK.
           DIVIDE WS-LATE-WORK BY 60 GIVING WS-LATE-MM
               REMAINDER WS-LATE-SS.
           MOVE SPACES TO WS-HHMMSS-TEXT.
           STRING WS-LATE-HH ":" WS-LATE-MM ":" WS-LATE-SS
               DELIMITED BY SIZE INTO WS-HHMMSS-TEXT.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, then stop with a return code the
      *    scheduler treats as fatal.
           DISPLAY "INFORME_SLA ABEND: " WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM informe_sla.
