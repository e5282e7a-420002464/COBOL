           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCTL-FILE-STATUS.
           SELECT SITE-TABLE-FILE ASSIGN TO "SITETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT RECOVERY-FILE ASSIGN TO "SITERCVY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVY-FILE-STATUS.
           SELECT PREVIEW-REPORT-FILE ASSIGN TO "HOLAPREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREVIEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  AUDIT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY AUDCTL.

       FD  SITE-TABLE-FILE.
           COPY SITETAB.

           RECORDING MODE IS F.
           COPY RCVYREC.

       FD  PREVIEW-REPORT-FILE.
       01  PREVIEW-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BANCOM.

           88  WS-AUDIT-OK             VALUE "00".
           88  WS-AUDIT-FILE-NOT-FOUND VALUE "35".

       01  WS-AUDCTL-FILE-STATUS PIC X(2).
           88  WS-AUDCTL-OK            VALUE "00".
           88  WS-AUDCTL-FILE-NOT-FOUND VALUE "35".
           88  WS-AUDCTL-AT-END        VALUE "10".

      *    Where the trail's chain stands: read from AUDCTL.DAT
      *    before the audit record is written, advanced to this
      *    run's record once it is.
       01  WS-LAST-AUDIT-SEQUENCE  PIC 9(7) VALUE ZEROS.
       01  WS-LAST-AUDIT-CHAIN     PIC 9(9) VALUE ZEROS.
       01  WS-AUDIT-CHAINED-FLAG   PIC X(1) VALUE "N".
           88  WS-AUDIT-CHAINED     VALUE "Y".
       COPY AUDCHAIN.

       01  WS-SITE-FILE-STATUS PIC X(2).
           88  WS-SITE-OK              VALUE "00".
           88  WS-SITE-FILE-NOT-FOUND  VALUE "35".
       01  WS-SITES-PROCESSED      PIC 9(3) VALUE ZEROS.
       01  WS-SITES-FAILED         PIC 9(3) VALUE ZEROS.
       01  WS-SITES-SKIPPED        PIC 9(3) VALUE ZEROS.
       01  WS-SITES-NOT-SELECTED   PIC 9(3) VALUE ZEROS.

       01  WS-SITEHOL-FILE-STATUS PIC X(2).
           88  WS-SITEHOL-OK           VALUE "00".
       01  WS-CAL-NEXT-BUS-DATE    PIC 9(8).
       01  WS-CAL-MONTH-END-FLAG   PIC X(1) VALUE "N".
           88  WS-CAL-MONTH-END     VALUE "Y".
       01  WS-TODAY-DATE           PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES PIC X(24) VALUE
           "312831303130313130313031".
           88  WS-RERUN-MODE        VALUE "Y".
       01  WS-RECOVER-FLAG         PIC X(1) VALUE "N".
           88  WS-RECOVER-MODE      VALUE "Y".
       01  WS-PREVIEW-FLAG         PIC X(1) VALUE "N".
           88  WS-PREVIEW-MODE      VALUE "Y".

       01  WS-RCVY-FILE-STATUS PIC X(2).
           88  WS-RCVY-OK              VALUE "00".
           05  WS-PD-CCYY          PIC 9(4).
           05  WS-PD-MM            PIC 9(2).
           05  WS-PD-DD            PIC 9(2).
       01  WS-PROCESS-DATE-DISPLAY PIC X(10) VALUE SPACES.

       01  WS-RUN-FAILED-FLAG      PIC X(1) VALUE "N".
           88  WS-RUN-FAILED        VALUE "Y".

       01  WS-JOB-ID               PIC X(8).

      *    Set when BANRPARM.DAT supplied any banner text, so the
      *    preview can say which override a single-site run takes.
       01  WS-BANRPARM-FLAG        PIC X(1) VALUE "N".
           88  WS-BANRPARM-USED     VALUE "Y".

       01  WS-PREVIEW-FILE-STATUS PIC X(2).
           88  WS-PREVIEW-OK           VALUE "00".
       01  WS-PREVIEW-OPEN-FLAG    PIC X(1) VALUE "N".
           88  WS-PREVIEW-OPEN      VALUE "Y".
       01  WS-PREVIEW-LISTED-FLAG  PIC X(1) VALUE "N".
           88  WS-PREVIEW-SITES-LISTED VALUE "Y".

       01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
       01  WS-PAGE-COUNT           PIC 9(3) VALUE ZEROS.
      *    Lines are staged here rather than in the FD record so a
      *    page break inside 7000 cannot clobber the line it is about
      *    to print.
       01  WS-PRINT-LINE           PIC X(132).

       01  WS-PREVIEW-HEADING-1.
           05  FILLER              PIC X(33) VALUE
               "START-OF-DAY RELEASE PREVIEW FOR ".
           05  WS-PH-DATE          PIC X(10).
           05  FILLER              PIC X(81) VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "PAGE ".
           05  WS-PH-PAGE          PIC ZZ9.

       01  WS-PREVIEW-HEADING-2.
           05  FILLER              PIC X(6)  VALUE "SITE".
           05  FILLER              PIC X(6)  VALUE "GROUP".
           05  FILLER              PIC X(9)  VALUE "ACTION".
           05  FILLER              PIC X(10) VALUE "SOURCE".
           05  FILLER              PIC X(24) VALUE
               "SALUDO / SKIP REASON".
           05  FILLER              PIC X(77) VALUE "TITULO".

       01  WS-PREVIEW-RUN-LINE.
           05  WS-PR-LABEL         PIC X(20).
           05  WS-PR-VALUE         PIC X(70).
           05  FILLER              PIC X(42) VALUE SPACES.

      *    A skipped site carries its reason where a bannered site
      *    shows its text.
       01  WS-PREVIEW-DETAIL.
           05  WS-PV-SITE          PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PV-GROUP         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PV-ACTION        PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PV-SOURCE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PV-BANNER.
               10  WS-PV-SALUDO    PIC X(22).
               10  FILLER          PIC X(2).
               10  WS-PV-TITULO    PIC X(40).
           05  WS-PV-REASON        REDEFINES WS-PV-BANNER PIC X(64).
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-PREVIEW-TOTAL-LINE.
           05  WS-PT-LABEL         PIC X(30).
           05  WS-PT-COUNT         PIC ZZ9.
           05  FILLER              PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
      *    NUMERO starts as the out-of-band zero sentinel so an abend
      *    never checkpoints or reports a leftover cycle number.
           MOVE ZEROS TO NUMERO.
           PERFORM 1500-GET-PROCESS-DATE THRU 1500-EXIT.
           IF WS-PREVIEW-MODE
               PERFORM 1400-OPEN-PREVIEW-REPORT
           END-IF.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           IF WS-PREVIEW-MODE
               PERFORM 1080-PREVIEW-CYCLE-NUMBER
           ELSE
               PERFORM 1000-GET-CYCLE-NUMBER
           END-IF.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
      *    A preview has made every check the release makes by now;
      *    it lists what the release would do and stops short of it.
           IF WS-PREVIEW-MODE
               PERFORM 3000-PREVIEW-RELEASE
               IF WS-RUN-FAILED
                   PERFORM 9000-ABEND-AND-STOP
               END-IF
               PERFORM 3900-END-PREVIEW
           END-IF.
           DISPLAY "Hola mundito".
           display SALUDO.

               END-IF
           END-IF.

       1080-PREVIEW-CYCLE-NUMBER.
      *    The checks 1000-GET-CYCLE-NUMBER makes - duplicate
      *    release, rerun date, overflow - against a control file
      *    opened for input only, so a preview can never move the
      *    counter. NUMERO comes out as the cycle the release would
      *    run under.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CC-FILE-NOT-FOUND
               IF WS-RERUN-MODE
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "RERUNNF" TO WS-ALERT-CODE
                   MOVE "NOTHING TO REDO - CYCCTL.DAT NOT FOUND" TO
                       WS-ABEND-REASON
               ELSE
                   MOVE 1 TO NUMERO
               END-IF
           ELSE
               READ CYCLE-CONTROL-FILE
                   AT END
                       SET WS-RUN-FAILED TO TRUE
                       MOVE "CYCEMPTY" TO WS-ALERT-CODE
                       MOVE "CYCCTL.DAT IS EMPTY" TO WS-ABEND-REASON
                   NOT AT END
                       IF WS-RERUN-MODE
                           PERFORM 1070-PREPARE-RERUN
                           MOVE CC-CYCLE-NUMBER TO NUMERO
                       ELSE
                           IF CC-LAST-PROCESS-DATE =
                              WS-PROCESS-DATE-RAW
                               SET WS-RUN-FAILED TO TRUE
                               MOVE "DUPRUN" TO WS-ALERT-CODE
                               STRING "ALREADY RUN FOR "
                                   WS-PROCESS-DATE-RAW
                                   " - SUBMIT RERUN TO REPROCESS"
                                   DELIMITED BY SIZE
                                   INTO WS-ABEND-REASON
                           ELSE
                               IF CC-CYCLE-NUMBER >= 999
                                   SET WS-RUN-FAILED TO TRUE
                                   MOVE "CYCOVFLW" TO WS-ALERT-CODE
                                   MOVE
                                   "CYCLE OVERFLOW - CANNOT EXCEED 999"
                                       TO WS-ABEND-REASON
                               ELSE
                                   COMPUTE NUMERO =
                                       CC-CYCLE-NUMBER + 1
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
           IF WS-RUN-FAILED
               MOVE ZEROS TO NUMERO
           END-IF.

       1400-OPEN-PREVIEW-REPORT.
      *    Opened as soon as the PARM says PREVIEW, so even a PARM or
      *    date the release would refuse is reported there. A reason
      *    already set by the PARM edit is kept.
           OPEN OUTPUT PREVIEW-REPORT-FILE.
           IF WS-PREVIEW-OK
               SET WS-PREVIEW-OPEN TO TRUE
           ELSE
               IF NOT WS-RUN-FAILED
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "PREVOPEN" TO WS-ALERT-CODE
                   STRING "HOLAPREV.RPT OPEN FAILED, STATUS="
                       WS-PREVIEW-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.

       1500-GET-PROCESS-DATE.
      *    The processing date normally comes in as a JCL PARM
      *    (e.g. //...PARM='20260808'). When no parm is supplied
      *    the RERUN keyword ('20260808 RERUN' or 'RERUN' alone),
      *    which reprocesses the current cycle without advancing the
      *    counter - the controlled alternative to letting the
      *    counter skip when a bad run has to be redone. PREVIEW
      *    ('20260808 PREVIEW', 'PREVIEW RERUN', 'PREVIEW') makes
      *    every check and selection of the release and writes only
      *    HOLAPREV.RPT; with no date it previews the next business
      *    date after today on the calendar.
           MOVE SPACES TO WS-PARM-BUFFER.
           MOVE SPACES TO WS-PROCESS-DATE-PARM.
           ACCEPT WS-PARM-BUFFER FROM COMMAND-LINE.
           IF WS-RUN-FAILED
               GO TO 1500-EXIT
           END-IF.
      *    A recovery's site list is the last run's failures, which
      *    only the run itself can say; there is nothing to preview.
           IF WS-PREVIEW-MODE AND WS-RECOVER-MODE
               SET WS-RUN-FAILED TO TRUE
               MOVE "BADPARM" TO WS-ALERT-CODE
               MOVE "PREVIEW CANNOT BE COMBINED WITH RECOVER" TO
                   WS-ABEND-REASON
               GO TO 1500-EXIT
           END-IF.
           IF WS-PROCESS-DATE-PARM = SPACES OR LOW-VALUES
               IF WS-PREVIEW-MODE
                   PERFORM 1520-GET-NEXT-BUSINESS-DATE THRU 1520-EXIT
                   IF WS-RUN-FAILED
                       GO TO 1500-EXIT
                   END-IF
               ELSE
                   ACCEPT WS-PROCESS-DATE-RAW FROM DATE YYYYMMDD
               END-IF
           ELSE
               MOVE WS-PROCESS-DATE-PARM TO WS-PROCESS-DATE-RAW
           END-IF.
                   SET WS-RERUN-MODE TO TRUE
               WHEN WS-PARM-TOKEN = "RECOVER"
                   SET WS-RECOVER-MODE TO TRUE
               WHEN WS-PARM-TOKEN = "PREVIEW"
                   SET WS-PREVIEW-MODE TO TRUE
               WHEN WS-PROCESS-DATE-PARM = SPACES
                   MOVE WS-PARM-TOKEN TO WS-PROCESS-DATE-PARM
               WHEN OTHER
                       INTO WS-ABEND-REASON
           END-EVALUATE.

       1520-GET-NEXT-BUSINESS-DATE.
      *    A preview with no date looks ahead: the afternoon shift
      *    runs it for the business date after today, the one the
      *    overnight release will carry. The date found still goes
      *    through 1550 like a keyed one.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-CAL-DATE-FOUND-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF NOT WS-CAL-OK
               SET WS-RUN-FAILED TO TRUE
               MOVE "CALOPEN" TO WS-ALERT-CODE
               STRING "CALENDAR.DAT OPEN FAILED, STATUS="
                   WS-CAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1520-EXIT
           END-IF.
           PERFORM UNTIL WS-CAL-AT-END OR WS-CAL-DATE-FOUND
                   OR NOT WS-CAL-OK
               READ CALENDAR-FILE
                   AT END
                       SET WS-CAL-AT-END TO TRUE
                   NOT AT END
                       IF CA-DATE = WS-TODAY-DATE
                           SET WS-CAL-DATE-FOUND TO TRUE
                           MOVE CA-NEXT-BUSINESS-DATE TO
                               WS-PROCESS-DATE-RAW
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-CAL-DATE-FOUND AND NOT WS-CAL-AT-END
               SET WS-RUN-FAILED TO TRUE
               MOVE "CALREAD" TO WS-ALERT-CODE
               STRING "CALENDAR.DAT READ FAILED, STATUS="
                   WS-CAL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               CLOSE CALENDAR-FILE
               GO TO 1520-EXIT
           END-IF.
           CLOSE CALENDAR-FILE.
           IF NOT WS-CAL-DATE-FOUND
               SET WS-RUN-FAILED TO TRUE
               MOVE "CALNODTE" TO WS-ALERT-CODE
               STRING "TODAY NOT ON CALENDAR: " WS-TODAY-DATE
                   " - KEY THE DATE TO PREVIEW"
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
           END-IF.
       1520-EXIT.
           EXIT.

       1550-VALIDATE-PROCESS-DATE.
      *    A PARM of eight digits is not necessarily a date, and a
      *    real date is not necessarily a day we run: check the digits
                   NOT AT END
                       IF PF-SALUDO NOT = SPACES
                           MOVE PF-SALUDO TO SALUDO
                           SET WS-BANRPARM-USED TO TRUE
                       END-IF
                       IF PF-TITULO NOT = SPACES
                           MOVE PF-TITULO TO TITULO
                           SET WS-BANRPARM-USED TO TRUE
                       END-IF
               END-READ
               CLOSE BANNER-PARM-FILE
               SET AU-NORMAL-RUN TO TRUE
           END-IF.
           MOVE WS-CAL-MONTH-END-FLAG TO AU-MONTH-END-FLAG.
           PERFORM 2750-CHAIN-AUDIT-RECORD THRU 2750-EXIT.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG-FILE
               STRING "AUDIT.LOG WRITE FAILED, STATUS="
                   WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               IF WS-AUDIT-CHAINED
                   PERFORM 2770-UPDATE-AUDIT-CONTROL
               END-IF
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           SET WS-AUDIT-LOGGED TO TRUE.

       2750-CHAIN-AUDIT-RECORD.
      *    Carry the trail's chain on from the control record: the
      *    next sequence number, and a chain value folded from the
      *    last record's (see AUDCHAIN). No control file means this
      *    is the first chained record of the trail. A control file
      *    that will not read leaves this record unchained -
      *    sequence zero - rather than unwritten: proof that the run
      *    happened comes first, and verificacion_auditoria reports
      *    the unchained record as a break.
           MOVE ZEROS TO AU-SEQUENCE-NUMBER.
           MOVE ZEROS TO AU-CHAIN-VALUE.
           MOVE ZEROS TO WS-LAST-AUDIT-SEQUENCE.
           MOVE ZEROS TO WS-LAST-AUDIT-CHAIN.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF NOT WS-AUDCTL-OK AND NOT WS-AUDCTL-FILE-NOT-FOUND
               SET WS-RUN-FAILED TO TRUE
               MOVE "AUDCTLRD" TO WS-ALERT-CODE
               STRING "AUDCTL.DAT OPEN FAILED, STATUS="
                   WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2750-EXIT
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
                   MOVE "AUDCTLRD" TO WS-ALERT-CODE
                   STRING "AUDCTL.DAT READ FAILED, STATUS="
                       WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
                   CLOSE AUDIT-CONTROL-FILE
                   GO TO 2750-EXIT
               END-IF
               CLOSE AUDIT-CONTROL-FILE
           END-IF.
           IF WS-LAST-AUDIT-SEQUENCE IS NOT NUMERIC OR
              WS-LAST-AUDIT-CHAIN IS NOT NUMERIC
               SET WS-RUN-FAILED TO TRUE
               MOVE "AUDCTLRD" TO WS-ALERT-CODE
               MOVE "AUDCTL.DAT HOLDS NON-NUMERIC CONTROL VALUES" TO
                   WS-ABEND-REASON
               GO TO 2750-EXIT
           END-IF.
           ADD 1 TO WS-LAST-AUDIT-SEQUENCE.
           MOVE WS-LAST-AUDIT-SEQUENCE TO AU-SEQUENCE-NUMBER.
           MOVE WS-LAST-AUDIT-CHAIN TO AC-PRIOR-CHAIN.
           MOVE AUDIT-FILE-RECORD (1:44) TO AC-RECORD-IMAGE.
           PERFORM 2780-COMPUTE-CHAIN-VALUE.
           MOVE AC-CHAIN-VALUE TO AU-CHAIN-VALUE.
           MOVE AC-CHAIN-VALUE TO WS-LAST-AUDIT-CHAIN.
           SET WS-AUDIT-CHAINED TO TRUE.
       2750-EXIT.
           EXIT.

       2770-UPDATE-AUDIT-CONTROL.
      *    Only once the audit record is safely on the log does the
      *    control record move on to it.
           OPEN OUTPUT AUDIT-CONTROL-FILE.
           MOVE WS-LAST-AUDIT-SEQUENCE TO AK-LAST-SEQUENCE.
           MOVE WS-LAST-AUDIT-CHAIN TO AK-LAST-CHAIN.
           WRITE AUDIT-CONTROL-RECORD.
           IF NOT WS-AUDCTL-OK
               SET WS-RUN-FAILED TO TRUE
               MOVE "AUDCTLWR" TO WS-ALERT-CODE
               STRING "AUDCTL.DAT WRITE FAILED, STATUS="
                   WS-AUDCTL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE AUDIT-CONTROL-FILE.

       2780-COMPUTE-CHAIN-VALUE.
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

       2900-WRITE-STATUS-FILE-SUCCESS.
      *    Give the scheduler (CA-7/Control-M style) something
      *    concrete to key job-stream dependencies off of, instead
           END-IF.
           CLOSE STATUS-OUTPUT-FILE.

       3000-PREVIEW-RELEASE.
      *    What the release would do, site by site, with the same
      *    selection it makes: *ALL and GRP:xxxx walk the site table
      *    in key order as 2100 does, one site (or none) uses what
      *    1650 has already looked up. Nothing is opened for output
      *    but the report.
           PERFORM 3800-PRINT-RUN-LINES.
           IF WS-ALL-SITES OR WS-GROUP-MODE
               PERFORM 3100-PREVIEW-ALL-SITES THRU 3100-EXIT
           ELSE
               PERFORM 3200-PREVIEW-ONE-SITE
           END-IF.

       3100-PREVIEW-ALL-SITES.
           OPEN INPUT SITE-TABLE-FILE.
           IF NOT WS-SITE-OK
               SET WS-RUN-FAILED TO TRUE
               MOVE "SITEOPEN" TO WS-ALERT-CODE
               STRING "SITETAB OPEN FAILED, STATUS="
                   WS-SITE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 3100-EXIT
           END-IF.
           MOVE LOW-VALUES TO ST-SITE-ID.
           START SITE-TABLE-FILE KEY NOT LESS THAN ST-SITE-ID
               INVALID KEY
                   SET WS-SITE-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-SITE-AT-END OR NOT WS-SITE-OK
               READ SITE-TABLE-FILE NEXT RECORD
                   AT END
                       SET WS-SITE-AT-END TO TRUE
                   NOT AT END
                       PERFORM 3150-PREVIEW-SITE
               END-READ
           END-PERFORM.
           IF NOT WS-SITE-AT-END
               SET WS-RUN-FAILED TO TRUE
               MOVE "SITEREAD" TO WS-ALERT-CODE
               STRING "SITETAB READ FAILED, STATUS="
                   WS-SITE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               CLOSE SITE-TABLE-FILE
               GO TO 3100-EXIT
           END-IF.
           CLOSE SITE-TABLE-FILE.
           PERFORM 3300-PRINT-PREVIEW-TOTALS.
      *    The release refuses a selection with nothing in it, and
      *    so does the preview.
           IF WS-SITES-PROCESSED = ZEROS AND WS-SITES-SKIPPED = ZEROS
               SET WS-RUN-FAILED TO TRUE
               IF WS-GROUP-MODE
                   MOVE "GRPEMPTY" TO WS-ALERT-CODE
                   STRING "NO SITES IN GROUP " WS-GROUP-ID
                       DELIMITED BY SIZE INTO WS-ABEND-REASON
               ELSE
                   MOVE "SITEEMPT" TO WS-ALERT-CODE
                   MOVE "SITETAB IS EMPTY" TO WS-ABEND-REASON
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3150-PREVIEW-SITE.
      *    Sites outside the group are listed too, so a mistyped
      *    group code shows up this afternoon instead of as a branch
      *    quietly left without a banner overnight.
           MOVE SPACES TO WS-PV-BANNER.
           MOVE SPACES TO WS-PV-SOURCE.
           MOVE ST-SITE-ID TO WS-PV-SITE.
           MOVE ST-GROUP-CODE TO WS-PV-GROUP.
           IF WS-GROUP-MODE AND ST-GROUP-CODE NOT = WS-GROUP-ID
               ADD 1 TO WS-SITES-NOT-SELECTED
               MOVE "SKIP" TO WS-PV-ACTION
               STRING "NOT IN GROUP " WS-GROUP-ID " - NOT SELECTED"
                   DELIMITED BY SIZE INTO WS-PV-REASON
           ELSE
               MOVE ST-SITE-ID TO WS-CHECK-SITE-ID
               PERFORM 1680-CHECK-SITE-CLOSED
               IF WS-SITE-CLOSED
                   ADD 1 TO WS-SITES-SKIPPED
                   MOVE "SKIP" TO WS-PV-ACTION
                   MOVE "CLOSED ON SITEHOLS.DAT - BANNER SKIPPED" TO
                       WS-PV-REASON
               ELSE
                   ADD 1 TO WS-SITES-PROCESSED
                   MOVE "BANNER" TO WS-PV-ACTION
                   MOVE "SITETAB" TO WS-PV-SOURCE
                   MOVE ST-SALUDO TO WS-PV-SALUDO
                   MOVE ST-TITULO TO WS-PV-TITULO
               END-IF
           END-IF.
           MOVE WS-PREVIEW-DETAIL TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.

       3200-PREVIEW-ONE-SITE.
      *    SALUDO and TITULO already hold exactly what 2000 would
      *    archive; the source says which layer supplied them.
           MOVE SPACES TO WS-PV-BANNER.
           MOVE SPACES TO WS-PV-SOURCE.
           MOVE WS-SITE-ID TO WS-PV-SITE.
           MOVE SPACES TO WS-PV-GROUP.
           IF WS-SITE-CLOSED
               ADD 1 TO WS-SITES-SKIPPED
               MOVE "SKIP" TO WS-PV-ACTION
               MOVE "CLOSED ON SITEHOLS.DAT - BANNER SKIPPED" TO
                   WS-PV-REASON
           ELSE
               ADD 1 TO WS-SITES-PROCESSED
               MOVE "BANNER" TO WS-PV-ACTION
               IF WS-SITE-FOUND
                   MOVE "SITETAB" TO WS-PV-SOURCE
               ELSE
                   IF WS-BANRPARM-USED
                       MOVE "BANRPARM" TO WS-PV-SOURCE
                   ELSE
                       MOVE "DEFAULT" TO WS-PV-SOURCE
                   END-IF
               END-IF
               MOVE SALUDO TO WS-PV-SALUDO
               MOVE TITULO TO WS-PV-TITULO
           END-IF.
           MOVE WS-PREVIEW-DETAIL TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           PERFORM 3300-PRINT-PREVIEW-TOTALS.

       3300-PRINT-PREVIEW-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE "SITES TO BE BANNERED" TO WS-PT-LABEL.
           MOVE WS-SITES-PROCESSED TO WS-PT-COUNT.
           MOVE WS-PREVIEW-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE "SITES CLOSED - SKIPPED" TO WS-PT-LABEL.
           MOVE WS-SITES-SKIPPED TO WS-PT-COUNT.
           MOVE WS-PREVIEW-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           IF WS-GROUP-MODE
               MOVE "SITES NOT IN GROUP" TO WS-PT-LABEL
               MOVE WS-SITES-NOT-SELECTED TO WS-PT-COUNT
               MOVE WS-PREVIEW-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-PREVIEW-LINE
           END-IF.

       3800-PRINT-RUN-LINES.
      *    Reaching here means the date, calendar, site holiday and
      *    cycle control checks all passed.
           MOVE "PROCESS DATE" TO WS-PR-LABEL.
           MOVE SPACES TO WS-PR-VALUE.
           IF WS-CAL-MONTH-END
               STRING WS-PROCESS-DATE-DISPLAY
                   " - BUSINESS DAY, MONTH END" DELIMITED BY SIZE
                   INTO WS-PR-VALUE
           ELSE
               STRING WS-PROCESS-DATE-DISPLAY
                   " - BUSINESS DAY" DELIMITED BY SIZE
                   INTO WS-PR-VALUE
           END-IF.
           MOVE WS-PREVIEW-RUN-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE "SITE PARAMETER" TO WS-PR-LABEL.
           IF WS-SITE-PARM = SPACES
               MOVE "NONE - SINGLE BANNER, NO SITE" TO WS-PR-VALUE
           ELSE
               MOVE WS-SITE-PARM TO WS-PR-VALUE
           END-IF.
           MOVE WS-PREVIEW-RUN-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE "CYCLE" TO WS-PR-LABEL.
           MOVE SPACES TO WS-PR-VALUE.
           IF WS-RERUN-MODE
               STRING NUMERO " - RERUN, CYCCTL.DAT NOT ADVANCED"
                   DELIMITED BY SIZE INTO WS-PR-VALUE
           ELSE
               STRING NUMERO " - WOULD BE TAKEN, "
                   "CYCCTL.DAT NOT ADVANCED"
                   DELIMITED BY SIZE INTO WS-PR-VALUE
           END-IF.
           MOVE WS-PREVIEW-RUN-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE "DATE CHECKS" TO WS-PR-LABEL.
           IF WS-RERUN-MODE
               MOVE "PASSED - CALENDAR, RERUN MATCHES LAST RUN DATE"
                   TO WS-PR-VALUE
           ELSE
               MOVE "PASSED - CALENDAR, NOT ALREADY RUN FOR THIS DATE"
                   TO WS-PR-VALUE
           END-IF.
           MOVE WS-PREVIEW-RUN-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE WS-PREVIEW-HEADING-2 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           SET WS-PREVIEW-SITES-LISTED TO TRUE.

       3900-END-PREVIEW.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           MOVE "*** PREVIEW ONLY - NOTHING RELEASED OR RECORDED ***"
               TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-PREVIEW-LINE.
           CLOSE PREVIEW-REPORT-FILE.
           DISPLAY "HOLA_MUNDO2 PREVIEW FOR " WS-PROCESS-DATE-DISPLAY
               " COMPLETE - SEE HOLAPREV.RPT".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       3950-END-PREVIEW-FAILED.
      *    Whatever stopped the preview would stop the release, so
      *    it goes on the report for the shift to clear before the
      *    overnight run. No alert, checkpoint, audit record or
      *    status is written - there was no release to record.
           DISPLAY "HOLA_MUNDO2 PREVIEW: RELEASE WOULD FAIL - "
               WS-ABEND-REASON.
           IF WS-PREVIEW-OPEN
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 7000-WRITE-PREVIEW-LINE
               MOVE "RELEASE WOULD FAIL" TO WS-PR-LABEL
               MOVE WS-ABEND-REASON TO WS-PR-VALUE
               MOVE WS-PREVIEW-RUN-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-PREVIEW-LINE
               MOVE "REASON CODE" TO WS-PR-LABEL
               MOVE WS-ALERT-CODE TO WS-PR-VALUE
               MOVE WS-PREVIEW-RUN-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-PREVIEW-LINE
               CLOSE PREVIEW-REPORT-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       7000-WRITE-PREVIEW-LINE.
      *    Simple page control: headings again every 55 lines.
           IF WS-LINE-COUNT > 55
               PERFORM 7100-PRINT-PREVIEW-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO PREVIEW-REPORT-LINE.
           WRITE PREVIEW-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-PREVIEW-HEADINGS.
      *    Column headings repeat only once the site lines have begun.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PROCESS-DATE-DISPLAY TO WS-PH-DATE.
           MOVE WS-PAGE-COUNT TO WS-PH-PAGE.
           MOVE WS-PREVIEW-HEADING-1 TO PREVIEW-REPORT-LINE.
           WRITE PREVIEW-REPORT-LINE.
           MOVE SPACES TO PREVIEW-REPORT-LINE.
           WRITE PREVIEW-REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.
           IF WS-PREVIEW-SITES-LISTED
               MOVE WS-PREVIEW-HEADING-2 TO PREVIEW-REPORT-LINE
               WRITE PREVIEW-REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       8000-WRITE-ALERT.
      *    Append one structured record per failure or warning so the
      *    overnight shift and automation work from a queue instead
      *    cycle counter, a write that comes back with a non-zero
      *    FILE STATUS, ...) so the checkpoint, audit log and
      *    scheduler status file all agree the run failed instead of
      *    quietly falling through to RETURN-CODE 0. A preview has
      *    released nothing, so it records none of that (3950).
           IF WS-PREVIEW-MODE
               PERFORM 3950-END-PREVIEW-FAILED
           END-IF.
           DISPLAY "HOLA_MUNDO2 ABEND: " WS-ABEND-REASON.
           MOVE WS-ABEND-REASON TO WS-ALERT-TEXT.
           MOVE "E" TO WS-ALERT-SEVERITY.
