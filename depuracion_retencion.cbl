      ******************************************************************
      * Author:
      * Date:
      * Purpose: Policy-driven housekeeping for the operational
      *          datasets that are only ever appended to: the alert
      *          queue (ALERTLOG.DAT), the escalation log
      *          (ESCALLOG.DAT), the feed transmission status
      *          (FEEDSTAT.DAT) and the site change history
      *          (SITEHIST.DAT). RETPOLIC.DAT names each dataset
      *          with its retention in days and whether expired
      *          records are archived (appended to the dataset's own
      *          archive) or purged. Each dataset is swept front to
      *          back, the expired records are archived or dropped
      *          and the survivors replace the dataset in one piece.
      *          Open unacknowledged alerts are never expired,
      *          however old. Prints a proof of what was read, kept,
      *          archived and purged per dataset.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depuracion_retencion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "RETPOLIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO "ESCALLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCAL-FILE-STATUS.
           SELECT FEED-STATUS-FILE ASSIGN TO "FEEDSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT SITE-HIST-FILE ASSIGN TO "SITEHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ALERT-ARCHIVE-FILE ASSIGN TO "ALERTARC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT ESCAL-ARCHIVE-FILE ASSIGN TO "ESCALARC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT FEED-ARCHIVE-FILE ASSIGN TO "FEEDSARC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT HIST-ARCHIVE-FILE ASSIGN TO "SITEHARC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT RETN-REPORT-FILE ASSIGN TO "RETENCION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY RETPOLIC.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       FD  ESCALATION-FILE
           RECORDING MODE IS F.
           COPY ESCREC.

       FD  FEED-STATUS-FILE
           RECORDING MODE IS F.
           COPY FEEDSTAT.

       FD  SITE-HIST-FILE
           RECORDING MODE IS F.
           COPY SITEHST.

      *    Archives hold flat images of the online records; each
      *    layout is already copied in its dataset's FD above.
       FD  ALERT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ALERT-ARCHIVE-RECORD    PIC X(101).

       FD  ESCAL-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ESCAL-ARCHIVE-RECORD    PIC X(121).

       FD  FEED-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  FEED-ARCHIVE-RECORD     PIC X(39).

       FD  HIST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD     PIC X(177).

       FD  RETN-REPORT-FILE.
       01  RETN-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-POLICY-FILE-STATUS PIC X(2).
           88  WS-POLICY-OK            VALUE "00".
           88  WS-POLICY-FILE-NOT-FOUND VALUE "35".
           88  WS-POLICY-AT-END        VALUE "10".

       01  WS-ALERT-FILE-STATUS PIC X(2).
       01  WS-ESCAL-FILE-STATUS PIC X(2).
       01  WS-FEED-FILE-STATUS  PIC X(2).
       01  WS-HIST-FILE-STATUS  PIC X(2).

      *    The four datasets are handled by one set of paragraphs;
      *    after every operation the dataset's own status is copied
      *    here so the checks are written once.
       01  WS-DATASET-FILE-STATUS PIC X(2).
           88  WS-DATASET-OK           VALUE "00".
           88  WS-DATASET-FILE-NOT-FOUND VALUE "35".
           88  WS-DATASET-AT-END       VALUE "10".

       01  WS-ARCHIVE-FILE-STATUS PIC X(2).
           88  WS-ARCHIVE-OK           VALUE "00".
           88  WS-ARCHIVE-FILE-NOT-FOUND VALUE "35".

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".

       01  WS-RUN-FAILED-FLAG      PIC X(1) VALUE "N".
           88  WS-RUN-FAILED        VALUE "Y".
       01  WS-ABEND-REASON         PIC X(60) VALUE SPACES.
       01  WS-OUT-OF-BALANCE-FLAG  PIC X(1) VALUE "N".
           88  WS-OUT-OF-BALANCE    VALUE "Y".

      *    The datasets this program knows how to trim, each with
      *    the archive its expired records are appended to. The
      *    policy file may only name datasets from this list.
       01  WS-DATASET-NAME-VALUES.
           05  FILLER              PIC X(24) VALUE
               "ALERTLOG.DATALERTARC.DAT".
           05  FILLER              PIC X(24) VALUE
               "ESCALLOG.DATESCALARC.DAT".
           05  FILLER              PIC X(24) VALUE
               "FEEDSTAT.DATFEEDSARC.DAT".
           05  FILLER              PIC X(24) VALUE
               "SITEHIST.DATSITEHARC.DAT".
       01  WS-DATASET-NAME-TABLE REDEFINES WS-DATASET-NAME-VALUES.
           05  WS-DN-ENTRY         OCCURS 4 TIMES.
               10  WS-DN-DATASET   PIC X(12).
               10  WS-DN-ARCHIVE   PIC X(12).

       01  WS-POLICY-TABLE.
           05  WS-PT-ENTRY         OCCURS 4 TIMES.
               10  WS-PT-FOUND-FLAG    PIC X(1).
                   88  WS-PT-FOUND     VALUE "Y".
               10  WS-PT-ON-FILE-FLAG  PIC X(1).
                   88  WS-PT-ON-FILE   VALUE "Y".
               10  WS-PT-RETAIN-DAYS   PIC 9(4).
               10  WS-PT-DISPOSITION   PIC X(1).
                   88  WS-PT-ARCHIVE   VALUE "A".
                   88  WS-PT-PURGE     VALUE "P".
               10  WS-PT-READ-COUNT    PIC 9(7).
               10  WS-PT-KEPT-COUNT    PIC 9(7).
               10  WS-PT-ARCHIVED-COUNT PIC 9(7).
               10  WS-PT-PURGED-COUNT  PIC 9(7).
               10  WS-PT-OPEN-COUNT    PIC 9(7).
               10  WS-PT-BAD-DATE-COUNT PIC 9(7).
       01  WS-POLICY-COUNT         PIC 9(2) VALUE ZEROS.

       01  WS-DS-SUB               PIC 9(1).
           88  WS-DS-ALERTS        VALUE 1.
           88  WS-DS-ESCALATIONS   VALUE 2.
           88  WS-DS-FEED-STATUS   VALUE 3.
           88  WS-DS-SITE-HIST     VALUE 4.
       01  WS-MATCH-SUB            PIC 9(1).
       01  WS-DATASET-NAME         PIC X(12).

      *    The record in hand, whichever dataset it came from. Every
      *    one of the four layouts opens with its own date stamp
      *    (alert, escalation, feed or applied date) as ccyymmdd.
       01  WS-CURRENT-RECORD       PIC X(177).
       01  WS-CURRENT-SPLIT        REDEFINES WS-CURRENT-RECORD.
           05  WS-CR-DATE          PIC X(8).
           05  WS-CR-DATE-SPLIT    REDEFINES WS-CR-DATE.
               10  WS-CR-CCYY      PIC X(4).
               10  WS-CR-MM        PIC X(2).
               10  WS-CR-DD        PIC X(2).
           05  FILLER              PIC X(169).
       01  WS-OPEN-ALERT-FLAG      PIC X(1).
           88  WS-OPEN-ALERT        VALUE "Y".

      *    Survivors wait here until the sweep is over and are then
      *    written back in one piece, the same way rotacion_auditoria
      *    rewrites AUDIT.LOG. 5000 records inside the retention
      *    window means the policy itself needs looking at.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY OCCURS 5000 TIMES PIC X(177).
       01  WS-KEEP-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-KEEP-SUB             PIC 9(4).

       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-SERIAL         PIC 9(8).
       01  WS-RECORD-SERIAL        PIC 9(8).
       01  WS-RECORD-AGE           PIC 9(8).
       01  WS-EXPIRED-COUNT        PIC 9(7).

      *    Date-to-serial work fields, as in escalado_alertas: days
      *    since a fixed epoch, so a difference of two serials is a
      *    difference in calendar days.
       01  WS-DS-DATE              PIC 9(8).
       01  WS-DS-DATE-SPLIT        REDEFINES WS-DS-DATE.
           05  WS-DS-CCYY          PIC 9(4).
           05  WS-DS-MM            PIC 9(2).
           05  WS-DS-DD            PIC 9(2).
       01  WS-DS-SERIAL            PIC 9(8).
       01  WS-DS-LEAP-CCYY         PIC 9(4).
       01  WS-DS-LEAPS             PIC 9(5).
       01  WS-DS-WORK              PIC 9(5).
       01  WS-CUM-DAYS-VALUES      PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS         OCCURS 12 TIMES PIC 9(3).

       01  WS-PRINT-LINE           PIC X(132).

       01  WS-HEADING-1.
           05  FILLER              PIC X(37) VALUE
               "RETENTION HOUSEKEEPING PROOF FOR RUN ".
           05  WS-H1-DATE          PIC 9(8).
           05  FILLER              PIC X(87) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER              PIC X(14) VALUE "DATASET".
           05  FILLER              PIC X(8)  VALUE "  RETAIN".
           05  FILLER              PIC X(22) VALUE "  DISPOSITION".
           05  FILLER              PIC X(11) VALUE "       READ".
           05  FILLER              PIC X(11) VALUE "       KEPT".
           05  FILLER              PIC X(11) VALUE "   ARCHIVED".
           05  FILLER              PIC X(11) VALUE "     PURGED".
           05  FILLER              PIC X(11) VALUE "  OPEN KEPT".
           05  FILLER              PIC X(11) VALUE "   BAD DATE".
           05  FILLER              PIC X(16) VALUE "  PROOF".
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-DATASET       PIC X(12).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-DL-RETAIN        PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-DL-DISPOSITION   PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-READ          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-KEPT          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-ARCHIVED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-PURGED        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-OPEN          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-BAD-DATE      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-PROOF         PIC X(14).
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-NL-TEXT          PIC X(110).
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-DS-DATE.
           PERFORM 6100-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
           INITIALIZE WS-POLICY-TABLE.
           PERFORM 1000-OPEN-REPORT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1100-LOAD-POLICY THRU 1100-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > 4 OR WS-RUN-FAILED
               PERFORM 2000-SWEEP-DATASET THRU 2000-EXIT
           END-PERFORM.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 4000-PRINT-PROOF.
           CLOSE RETN-REPORT-FILE.
           IF WS-OUT-OF-BALANCE
               DISPLAY "DEPURACION_RETENCION: COUNTS OUT OF BALANCE"
                   " - SEE RETENCION.RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-OPEN-REPORT.
           OPEN OUTPUT RETN-REPORT-FILE.
           IF NOT WS-REPORT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "RETENCION.RPT OPEN FAILED, STATUS="
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       1100-LOAD-POLICY.
      *    No policy file means nobody has decided what may be
      *    thrown away; that is refused rather than defaulted.
           OPEN INPUT POLICY-FILE.
           IF NOT WS-POLICY-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "RETPOLIC.DAT OPEN FAILED, STATUS="
                   WS-POLICY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 1100-EXIT
           END-IF.
           PERFORM UNTIL WS-POLICY-AT-END OR NOT WS-POLICY-OK
                   OR WS-RUN-FAILED
               READ POLICY-FILE
                   AT END
                       SET WS-POLICY-AT-END TO TRUE
                   NOT AT END
                       PERFORM 1110-APPLY-POLICY-RECORD
               END-READ
           END-PERFORM.
           IF NOT WS-POLICY-AT-END AND NOT WS-RUN-FAILED
               SET WS-RUN-FAILED TO TRUE
               STRING "RETPOLIC.DAT READ FAILED, STATUS="
                   WS-POLICY-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           CLOSE POLICY-FILE.
           IF NOT WS-RUN-FAILED AND WS-POLICY-COUNT = ZEROS
               SET WS-RUN-FAILED TO TRUE
               MOVE "RETPOLIC.DAT NAMES NO DATASET"
                   TO WS-ABEND-REASON
           END-IF.
       1100-EXIT.
           EXIT.

       1110-APPLY-POLICY-RECORD.
      *    Every policy line is edited before anything is touched:
      *    a mis-keyed name, a zero retention or an unknown
      *    disposition stops the run instead of trimming the wrong
      *    thing or everything.
           MOVE ZEROS TO WS-MATCH-SUB.
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > 4 OR WS-MATCH-SUB NOT = ZEROS
               IF RP-DATASET-NAME = WS-DN-DATASET (WS-DS-SUB)
                   MOVE WS-DS-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB = ZEROS
                   SET WS-RUN-FAILED TO TRUE
                   STRING "RETPOLIC.DAT NAMES UNKNOWN DATASET "
                       RP-DATASET-NAME DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               WHEN WS-PT-FOUND (WS-MATCH-SUB)
                   SET WS-RUN-FAILED TO TRUE
                   STRING "RETPOLIC.DAT HAS TWO POLICIES FOR "
                       RP-DATASET-NAME DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               WHEN RP-RETAIN-DAYS IS NOT NUMERIC
                   SET WS-RUN-FAILED TO TRUE
                   STRING "RETENTION DAYS NOT NUMERIC FOR "
                       RP-DATASET-NAME DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               WHEN RP-RETAIN-DAYS = ZEROS
                   SET WS-RUN-FAILED TO TRUE
                   STRING "ZERO RETENTION WOULD EMPTY "
                       RP-DATASET-NAME DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               WHEN NOT RP-ARCHIVE AND NOT RP-PURGE
                   SET WS-RUN-FAILED TO TRUE
                   STRING "DISPOSITION NOT A OR P FOR "
                       RP-DATASET-NAME DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-PT-FOUND-FLAG (WS-MATCH-SUB)
                   MOVE RP-RETAIN-DAYS TO
                       WS-PT-RETAIN-DAYS (WS-MATCH-SUB)
                   MOVE RP-DISPOSITION TO
                       WS-PT-DISPOSITION (WS-MATCH-SUB)
                   ADD 1 TO WS-POLICY-COUNT
           END-EVALUATE.

       2000-SWEEP-DATASET.
      *    A dataset with no policy is not touched at all, and one
      *    that does not exist yet is simply reported as such.
           IF NOT WS-PT-FOUND (WS-DS-SUB)
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-DN-DATASET (WS-DS-SUB) TO WS-DATASET-NAME.
           MOVE ZEROS TO WS-KEEP-COUNT.
           PERFORM 2100-OPEN-DATASET.
           IF WS-DATASET-FILE-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-DATASET-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-DATASET-NAME " OPEN FAILED, STATUS="
                   WS-DATASET-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2000-EXIT
           END-IF.
           MOVE "Y" TO WS-PT-ON-FILE-FLAG (WS-DS-SUB).
           IF WS-PT-ARCHIVE (WS-DS-SUB)
               PERFORM 2150-OPEN-ARCHIVE
           END-IF.
           PERFORM UNTIL WS-DATASET-AT-END OR WS-RUN-FAILED
               PERFORM 2200-READ-DATASET
               IF WS-DATASET-OK
                   PERFORM 2300-JUDGE-RECORD
               END-IF
           END-PERFORM.
           PERFORM 2400-CLOSE-DATASET.
           IF WS-PT-ARCHIVE (WS-DS-SUB)
               PERFORM 2450-CLOSE-ARCHIVE
           END-IF.
           IF WS-RUN-FAILED
               GO TO 2000-EXIT
           END-IF.
      *    Nothing expired means nothing to rewrite; the dataset is
      *    left exactly as it was.
           COMPUTE WS-EXPIRED-COUNT =
               WS-PT-ARCHIVED-COUNT (WS-DS-SUB)
               + WS-PT-PURGED-COUNT (WS-DS-SUB).
           IF WS-EXPIRED-COUNT = ZEROS
               MOVE WS-KEEP-COUNT TO WS-PT-KEPT-COUNT (WS-DS-SUB)
           ELSE
               PERFORM 2600-REWRITE-DATASET THRU 2600-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-OPEN-DATASET.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   OPEN INPUT ALERT-LOG-FILE
                   MOVE WS-ALERT-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-ESCALATIONS
                   OPEN INPUT ESCALATION-FILE
                   MOVE WS-ESCAL-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-FEED-STATUS
                   OPEN INPUT FEED-STATUS-FILE
                   MOVE WS-FEED-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-SITE-HIST
                   OPEN INPUT SITE-HIST-FILE
                   MOVE WS-HIST-FILE-STATUS TO WS-DATASET-FILE-STATUS
           END-EVALUATE.

       2150-OPEN-ARCHIVE.
      *    Archives are only ever appended to, like BANNARCH.DAT, so
      *    a sweep interrupted and rerun can at worst leave a
      *    duplicate in the archive, never a hole.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   OPEN EXTEND ALERT-ARCHIVE-FILE
                   IF WS-ARCHIVE-FILE-NOT-FOUND
                       OPEN OUTPUT ALERT-ARCHIVE-FILE
                   END-IF
               WHEN WS-DS-ESCALATIONS
                   OPEN EXTEND ESCAL-ARCHIVE-FILE
                   IF WS-ARCHIVE-FILE-NOT-FOUND
                       OPEN OUTPUT ESCAL-ARCHIVE-FILE
                   END-IF
               WHEN WS-DS-FEED-STATUS
                   OPEN EXTEND FEED-ARCHIVE-FILE
                   IF WS-ARCHIVE-FILE-NOT-FOUND
                       OPEN OUTPUT FEED-ARCHIVE-FILE
                   END-IF
               WHEN WS-DS-SITE-HIST
                   OPEN EXTEND HIST-ARCHIVE-FILE
                   IF WS-ARCHIVE-FILE-NOT-FOUND
                       OPEN OUTPUT HIST-ARCHIVE-FILE
                   END-IF
           END-EVALUATE.
           IF NOT WS-ARCHIVE-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-DN-ARCHIVE (WS-DS-SUB)
                   " OPEN FAILED, STATUS="
                   WS-ARCHIVE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       2200-READ-DATASET.
           MOVE SPACES TO WS-CURRENT-RECORD.
           MOVE "N" TO WS-OPEN-ALERT-FLAG.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   READ ALERT-LOG-FILE
                   MOVE WS-ALERT-FILE-STATUS TO WS-DATASET-FILE-STATUS
                   IF WS-DATASET-OK
                       MOVE ALERT-FILE-RECORD TO WS-CURRENT-RECORD
                       IF NOT AL-ACKNOWLEDGED
                           SET WS-OPEN-ALERT TO TRUE
                       END-IF
                   END-IF
               WHEN WS-DS-ESCALATIONS
                   READ ESCALATION-FILE
                   MOVE WS-ESCAL-FILE-STATUS TO WS-DATASET-FILE-STATUS
                   IF WS-DATASET-OK
                       MOVE ESCALATION-RECORD TO WS-CURRENT-RECORD
                   END-IF
               WHEN WS-DS-FEED-STATUS
                   READ FEED-STATUS-FILE
                   MOVE WS-FEED-FILE-STATUS TO WS-DATASET-FILE-STATUS
                   IF WS-DATASET-OK
                       MOVE FEED-STATUS-RECORD TO WS-CURRENT-RECORD
                   END-IF
               WHEN WS-DS-SITE-HIST
                   READ SITE-HIST-FILE
                   MOVE WS-HIST-FILE-STATUS TO WS-DATASET-FILE-STATUS
                   IF WS-DATASET-OK
                       MOVE SITE-HIST-RECORD TO WS-CURRENT-RECORD
                   END-IF
           END-EVALUATE.
           IF NOT WS-DATASET-OK AND NOT WS-DATASET-AT-END
               SET WS-RUN-FAILED TO TRUE
               STRING WS-DATASET-NAME " READ FAILED, STATUS="
                   WS-DATASET-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       2300-JUDGE-RECORD.
      *    A record expires once it is older than the retention in
      *    whole days. An open alert stays however old it is, and
      *    an unreadable date stays too - a purge must never guess
      *    a record's age.
           ADD 1 TO WS-PT-READ-COUNT (WS-DS-SUB).
           EVALUATE TRUE
               WHEN WS-OPEN-ALERT
                   ADD 1 TO WS-PT-OPEN-COUNT (WS-DS-SUB)
                   PERFORM 2500-KEEP-RECORD
               WHEN WS-CR-DATE IS NOT NUMERIC
                   ADD 1 TO WS-PT-BAD-DATE-COUNT (WS-DS-SUB)
                   PERFORM 2500-KEEP-RECORD
               WHEN WS-CR-MM < "01" OR WS-CR-MM > "12"
                    OR WS-CR-DD < "01" OR WS-CR-DD > "31"
                   ADD 1 TO WS-PT-BAD-DATE-COUNT (WS-DS-SUB)
                   PERFORM 2500-KEEP-RECORD
               WHEN OTHER
                   MOVE WS-CR-DATE TO WS-DS-DATE
                   PERFORM 6100-DATE-TO-SERIAL
                   MOVE WS-DS-SERIAL TO WS-RECORD-SERIAL
                   IF WS-RECORD-SERIAL < WS-TODAY-SERIAL
                       COMPUTE WS-RECORD-AGE =
                           WS-TODAY-SERIAL - WS-RECORD-SERIAL
                   ELSE
                       MOVE ZEROS TO WS-RECORD-AGE
                   END-IF
                   IF WS-RECORD-AGE > WS-PT-RETAIN-DAYS (WS-DS-SUB)
                       PERFORM 2350-EXPIRE-RECORD
                   ELSE
                       PERFORM 2500-KEEP-RECORD
                   END-IF
           END-EVALUATE.

       2350-EXPIRE-RECORD.
           IF WS-PT-PURGE (WS-DS-SUB)
               ADD 1 TO WS-PT-PURGED-COUNT (WS-DS-SUB)
           ELSE
               EVALUATE TRUE
                   WHEN WS-DS-ALERTS
                       MOVE WS-CURRENT-RECORD TO ALERT-ARCHIVE-RECORD
                       WRITE ALERT-ARCHIVE-RECORD
                   WHEN WS-DS-ESCALATIONS
                       MOVE WS-CURRENT-RECORD TO ESCAL-ARCHIVE-RECORD
                       WRITE ESCAL-ARCHIVE-RECORD
                   WHEN WS-DS-FEED-STATUS
                       MOVE WS-CURRENT-RECORD TO FEED-ARCHIVE-RECORD
                       WRITE FEED-ARCHIVE-RECORD
                   WHEN WS-DS-SITE-HIST
                       MOVE WS-CURRENT-RECORD TO HIST-ARCHIVE-RECORD
                       WRITE HIST-ARCHIVE-RECORD
               END-EVALUATE
               IF WS-ARCHIVE-OK
                   ADD 1 TO WS-PT-ARCHIVED-COUNT (WS-DS-SUB)
               ELSE
                   SET WS-RUN-FAILED TO TRUE
                   STRING WS-DN-ARCHIVE (WS-DS-SUB)
                       " WRITE FAILED, STATUS="
                       WS-ARCHIVE-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-IF.

       2400-CLOSE-DATASET.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   CLOSE ALERT-LOG-FILE
               WHEN WS-DS-ESCALATIONS
                   CLOSE ESCALATION-FILE
               WHEN WS-DS-FEED-STATUS
                   CLOSE FEED-STATUS-FILE
               WHEN WS-DS-SITE-HIST
                   CLOSE SITE-HIST-FILE
           END-EVALUATE.

       2450-CLOSE-ARCHIVE.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   CLOSE ALERT-ARCHIVE-FILE
               WHEN WS-DS-ESCALATIONS
                   CLOSE ESCAL-ARCHIVE-FILE
               WHEN WS-DS-FEED-STATUS
                   CLOSE FEED-ARCHIVE-FILE
               WHEN WS-DS-SITE-HIST
                   CLOSE HIST-ARCHIVE-FILE
           END-EVALUATE.

       2500-KEEP-RECORD.
           IF WS-KEEP-COUNT >= 5000
               SET WS-RUN-FAILED TO TRUE
               STRING "OVER 5000 RECORDS INSIDE RETENTION ON "
                   WS-DATASET-NAME DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-KEEP-COUNT
               MOVE WS-CURRENT-RECORD TO WS-KEEP-ENTRY (WS-KEEP-COUNT)
           END-IF.

       2600-REWRITE-DATASET.
      *    The survivors replace the dataset in one piece only after
      *    every expired record is safely on its archive; a failure
      *    before this point leaves the dataset untouched apart from
      *    duplicates in the archive.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   OPEN OUTPUT ALERT-LOG-FILE
                   MOVE WS-ALERT-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-ESCALATIONS
                   OPEN OUTPUT ESCALATION-FILE
                   MOVE WS-ESCAL-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-FEED-STATUS
                   OPEN OUTPUT FEED-STATUS-FILE
                   MOVE WS-FEED-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-SITE-HIST
                   OPEN OUTPUT SITE-HIST-FILE
                   MOVE WS-HIST-FILE-STATUS TO WS-DATASET-FILE-STATUS
           END-EVALUATE.
           IF NOT WS-DATASET-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-DATASET-NAME " REWRITE OPEN FAILED, STATUS="
                   WS-DATASET-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2600-EXIT
           END-IF.
           PERFORM VARYING WS-KEEP-SUB FROM 1 BY 1
                   UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
                   OR WS-RUN-FAILED
               PERFORM 2650-WRITE-SURVIVOR
           END-PERFORM.
           PERFORM 2400-CLOSE-DATASET.
       2600-EXIT.
           EXIT.

       2650-WRITE-SURVIVOR.
           MOVE WS-KEEP-ENTRY (WS-KEEP-SUB) TO WS-CURRENT-RECORD.
           EVALUATE TRUE
               WHEN WS-DS-ALERTS
                   MOVE WS-CURRENT-RECORD TO ALERT-FILE-RECORD
                   WRITE ALERT-FILE-RECORD
                   MOVE WS-ALERT-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-ESCALATIONS
                   MOVE WS-CURRENT-RECORD TO ESCALATION-RECORD
                   WRITE ESCALATION-RECORD
                   MOVE WS-ESCAL-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-FEED-STATUS
                   MOVE WS-CURRENT-RECORD TO FEED-STATUS-RECORD
                   WRITE FEED-STATUS-RECORD
                   MOVE WS-FEED-FILE-STATUS TO WS-DATASET-FILE-STATUS
               WHEN WS-DS-SITE-HIST
                   MOVE WS-CURRENT-RECORD TO SITE-HIST-RECORD
                   WRITE SITE-HIST-RECORD
                   MOVE WS-HIST-FILE-STATUS TO WS-DATASET-FILE-STATUS
           END-EVALUATE.
           IF WS-DATASET-OK
               ADD 1 TO WS-PT-KEPT-COUNT (WS-DS-SUB)
           ELSE
               SET WS-RUN-FAILED TO TRUE
               STRING WS-DATASET-NAME " WRITE FAILED, STATUS="
                   WS-DATASET-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       4000-PRINT-PROOF.
      *    One line per dataset. The proof column checks that every
      *    record read was either written back, archived or purged;
      *    the kept count is what was actually written back.
           MOVE WS-TODAY-DATE TO WS-H1-DATE.
           MOVE WS-HEADING-1 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-HEADING-2 TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > 4
               PERFORM 4100-PRINT-DATASET-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "RECORDS EXPIRE ONCE OLDER THAN THE RETAIN DAYS."
               TO WS-NL-TEXT.
           MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "OPEN KEPT: UNACKNOWLEDGED ALERTS, KEPT WHATEVER AGE."
               TO WS-NL-TEXT.
           MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "BAD DATE: KEPT BECAUSE THE DATE STAMP IS UNREADABLE."
               TO WS-NL-TEXT.
           MOVE WS-NOTE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       4100-PRINT-DATASET-LINE.
           MOVE WS-DN-DATASET (WS-DS-SUB) TO WS-DL-DATASET.
           MOVE WS-PT-RETAIN-DAYS (WS-DS-SUB) TO WS-DL-RETAIN.
           MOVE WS-PT-READ-COUNT (WS-DS-SUB) TO WS-DL-READ.
           MOVE WS-PT-KEPT-COUNT (WS-DS-SUB) TO WS-DL-KEPT.
           MOVE WS-PT-ARCHIVED-COUNT (WS-DS-SUB) TO WS-DL-ARCHIVED.
           MOVE WS-PT-PURGED-COUNT (WS-DS-SUB) TO WS-DL-PURGED.
           MOVE WS-PT-OPEN-COUNT (WS-DS-SUB) TO WS-DL-OPEN.
           MOVE WS-PT-BAD-DATE-COUNT (WS-DS-SUB) TO WS-DL-BAD-DATE.
           MOVE SPACES TO WS-DL-DISPOSITION.
           EVALUATE TRUE
               WHEN NOT WS-PT-FOUND (WS-DS-SUB)
                   MOVE "NO POLICY" TO WS-DL-DISPOSITION
                   MOVE "NOT PROCESSED" TO WS-DL-PROOF
               WHEN WS-PT-ARCHIVE (WS-DS-SUB)
                   STRING "ARCHIVE " WS-DN-ARCHIVE (WS-DS-SUB)
                       DELIMITED BY SIZE INTO WS-DL-DISPOSITION
               WHEN OTHER
                   MOVE "PURGE" TO WS-DL-DISPOSITION
           END-EVALUATE.
           IF WS-PT-FOUND (WS-DS-SUB)
               IF NOT WS-PT-ON-FILE (WS-DS-SUB)
                   MOVE "NOT ON FILE" TO WS-DL-PROOF
               ELSE
                   IF WS-PT-READ-COUNT (WS-DS-SUB) =
                      WS-PT-KEPT-COUNT (WS-DS-SUB)
                      + WS-PT-ARCHIVED-COUNT (WS-DS-SUB)
                      + WS-PT-PURGED-COUNT (WS-DS-SUB)
                       MOVE "IN BALANCE" TO WS-DL-PROOF
                   ELSE
                       MOVE "OUT OF BALANCE" TO WS-DL-PROOF
                       SET WS-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       6100-DATE-TO-SERIAL.
      *    Same day scale as escalado_alertas: year * 365 plus the
      *    leap days before the date, plus the cumulative days to
      *    the start of the month. Only differences are used.
           IF WS-DS-MM > 2
               MOVE WS-DS-CCYY TO WS-DS-LEAP-CCYY
           ELSE
               COMPUTE WS-DS-LEAP-CCYY = WS-DS-CCYY - 1
           END-IF.
           DIVIDE WS-DS-LEAP-CCYY BY 4 GIVING WS-DS-LEAPS.
           DIVIDE WS-DS-LEAP-CCYY BY 100 GIVING WS-DS-WORK.
           SUBTRACT WS-DS-WORK FROM WS-DS-LEAPS.
           DIVIDE WS-DS-LEAP-CCYY BY 400 GIVING WS-DS-WORK.
           ADD WS-DS-WORK TO WS-DS-LEAPS.
           COMPUTE WS-DS-SERIAL = WS-DS-CCYY * 365 + WS-DS-LEAPS
               + WS-CUM-DAYS (WS-DS-MM) + WS-DS-DD.

       7000-WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RETN-REPORT-LINE.
           WRITE RETN-REPORT-LINE.

       9000-ABEND-AND-STOP.
      *    Single exit for every failure path, mirroring the rest of
      *    the stream: say why, then stop with a return code the
      *    scheduler treats as fatal.
           DISPLAY "DEPURACION_RETENCION ABEND: " WS-ABEND-REASON.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM depuracion_retencion.
