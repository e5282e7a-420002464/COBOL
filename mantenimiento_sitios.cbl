      *          dataset (SITEHIST.DAT) with before and after images
      *          plus who and when, so last March's banner text is a
      *          search instead of a trip to the filing cabinet.
      *          Adds, changes and deletes are dual-control: each is
      *          held on the pending file under a request reference
      *          until a different user keys an approve (V) or
      *          reject (R) transaction for it; only approved work is
      *          applied, and the history and report carry both the
      *          requester and the approver. Requests nobody decides
      *          on within the approval window (PARM EXPIRE=dd,
      *          default 7 days) are dropped and listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE       PIC X(132).

      *    The keyed transaction rides inside the pending record as
      *    a flat image; the SITETRN layout itself is copied in the
      *    transaction FD above and COBOL allows it only once, so
      *    pending work moves through the transaction record area.
       FD  SITE-PENDING-FILE
           RECORDING MODE IS F.
           COPY SITEPND.

       FD  SITE-HISTORY-FILE
           RECORDING MODE IS F.
           88  WS-HIST-FILE-NOT-FOUND  VALUE "35".

      *    Pending transactions ride in one table for the run: the
      *    approved ones now due are pushed through the normal
      *    transaction edits, approvals and rejections are matched
      *    against it by request reference, and the rest (plus
      *    today's newly held ones) are written back at the end. 200
      *    is far beyond a sane pending backlog. The keep flag is
      *    "Y" to write back, "N" once applied or declined, "E" when
      *    aged out unapproved.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PN-RECORD.
                   15  WS-PN-REQUEST-REF.
                       20  WS-PN-REQUEST-DATE PIC 9(8).
                       20  WS-PN-REQUEST-SEQ  PIC 9(4).
                   15  WS-PN-STATUS        PIC X(1).
                   15  WS-PN-REQUESTER     PIC X(8).
                   15  WS-PN-APPROVER      PIC X(8).
                   15  WS-PN-DECISION-DATE PIC 9(8).
                   15  WS-PN-IMAGE         PIC X(99).
               10  WS-PN-KEEP-FLAG PIC X(1).
       01  WS-PEND-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-PEND-SUB             PIC 9(3).
       01  WS-MATCH-SUB            PIC 9(3).
       01  WS-NEXT-REQUEST-SEQ     PIC 9(4) VALUE ZEROS.

       01  WS-APPLIED-PEND-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-HELD-COUNT           PIC 9(5) VALUE ZEROS.
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-DECLINED-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-FUTURE-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-BAD-REQ-DATE-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-STILL-PEND-COUNT     PIC 9(5) VALUE ZEROS.

      *    Who asked for and who approved the transaction now being
      *    worked, for the history record and the report line.
       01  WS-REQUESTER-ID         PIC X(8) VALUE SPACES.
       01  WS-APPROVER-ID          PIC X(8) VALUE SPACES.
      *    The approve/reject transaction itself, kept aside once
      *    the held request it names is moved into the transaction
      *    record area.
       01  WS-DECIDE-ACTION        PIC X(1).
       01  WS-DECIDE-SITE-ID       PIC X(4).
       01  WS-DECIDE-USER-ID       PIC X(8).
       01  WS-DECIDE-REF           PIC 9(12).
       01  WS-REF-TEXT             PIC X(13).

      *    Approval window, days from the date a request was keyed.
       01  WS-APPROVAL-DAYS        PIC 9(3) VALUE 7.
       01  WS-PARM-BUFFER          PIC X(40).
       01  WS-PARM-TOKEN-1         PIC X(12).
       01  WS-PARM-TOKEN-2         PIC X(12).
       01  WS-PARM-SUB             PIC 9(2).
       01  WS-PARM-DIGIT           PIC X(1).
       01  WS-PARM-DIGIT-9         PIC 9(1).
       01  WS-PARM-VALUE           PIC 9(3).
       01  WS-DIGIT-SEEN-FLAG      PIC X(1).

       01  WS-TODAY-SERIAL         PIC 9(8).
       01  WS-DAYS-HELD            PIC 9(5).
      *    Date-to-serial work fields, as in escalado_alertas: days
      *    on a fixed scale so a difference of two serials is a
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

      *    Before/after images staged here so one history writer
      *    serves add, change and delete alike.
           05  FILLER              PIC X(8)  VALUE "RESULT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "REASON".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "REQUESTER".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "APPROVER".
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION        PIC X(6).
           05  WS-DL-RESULT        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON        PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-REQUESTER     PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-APPROVER      PIC X(9).
           05  FILLER              PIC X(56) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-TL-COUNT         PIC ZZ,ZZ9.
           05  FILLER              PIC X(106) VALUE SPACES.

      *    The approval queue sections after the transactions: what
      *    aged out unapproved, what is still waiting for a second
      *    user, and what is approved but not yet effective.
       01  WS-QUEUE-HEADER.
           05  WS-QH-TITLE         PIC X(50).
           05  FILLER              PIC X(82) VALUE SPACES.

       01  WS-QUEUE-HEADING.
           05  FILLER              PIC X(58) VALUE
           "  REFERENCE      ACTION  SITE  REQUESTER  KEYED     APPROV".
           05  FILLER              PIC X(20) VALUE
               "ER   EFFECTIVE".
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-QUEUE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-REFERENCE     PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-ACTION        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-SITE-ID       PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-REQUESTER     PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-KEYED-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-APPROVER      PIC X(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-QL-EFFECTIVE     PIC X(8).
           05  FILLER              PIC X(61) VALUE SPACES.
       01  WS-QUEUE-LINE-COUNT     PIC 9(3).
       01  WS-QUEUE-SELECT         PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1700-EXPIRE-UNAPPROVED.
           PERFORM 1600-APPLY-DUE-PENDING.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3200-PRINT-APPROVAL-QUEUE.
           PERFORM 3000-PRINT-TOTALS.
           CLOSE SITE-TABLE-FILE.
           CLOSE SITE-TRAN-FILE.
           CLOSE MAINT-REPORT-FILE.
      *    RETURN-CODE 4 flags "ran, but some transactions were
      *    rejected" so the scheduler can route the report for review
      *    without treating the whole step as dead. Requests that
      *    aged out unapproved are routed the same way - somebody
      *    asked for a change that never happened - and so are
      *    requests whose date could not be read for aging.
           IF WS-REJECT-COUNT > ZEROS OR WS-EXPIRED-COUNT > ZEROS
              OR WS-BAD-REQ-DATE-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
      *    all run in one pass. First-ever run (no table yet) creates
      *    an empty keyed file the same way hola_mundo2 creates its
      *    control file, then reopens it for update.
           PERFORM 1050-GET-EXPIRY-PARM THRU 1050-EXIT.
           IF WS-RUN-FAILED
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O SITE-TABLE-FILE.
           IF WS-SITE-FILE-NOT-FOUND
               OPEN OUTPUT SITE-TABLE-FILE
                   INTO WS-ABEND-REASON
           END-IF.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE WS-REPORT-DATE TO WS-DS-DATE.
           PERFORM 6100-DATE-TO-SERIAL.
           MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
       1000-EXIT.
           EXIT.

       1050-GET-EXPIRY-PARM.
      *    The standing approval window suits a normal week; EXPIRE=
      *    stretches it over a holiday shutdown. Anything else on
      *    the PARM is refused rather than ignored.
           MOVE SPACES TO WS-PARM-BUFFER.
           ACCEPT WS-PARM-BUFFER FROM COMMAND-LINE.
           IF WS-PARM-BUFFER = SPACES OR LOW-VALUES
               GO TO 1050-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-TOKEN-1.
           MOVE SPACES TO WS-PARM-TOKEN-2.
           UNSTRING WS-PARM-BUFFER DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           IF WS-PARM-TOKEN-1 (1:7) NOT = "EXPIRE=" OR
              WS-PARM-TOKEN-2 NOT = SPACES
               SET WS-RUN-FAILED TO TRUE
               STRING "UNRECOGNIZED PARM: " WS-PARM-BUFFER
                   DELIMITED BY SIZE INTO WS-ABEND-REASON
               GO TO 1050-EXIT
           END-IF.
           MOVE ZEROS TO WS-PARM-VALUE.
           MOVE "N" TO WS-DIGIT-SEEN-FLAG.
           MOVE 8 TO WS-PARM-SUB.
           PERFORM UNTIL WS-PARM-SUB > 12 OR WS-RUN-FAILED
               MOVE WS-PARM-TOKEN-1 (WS-PARM-SUB:1) TO WS-PARM-DIGIT
               IF WS-PARM-DIGIT = SPACE
                   MOVE 13 TO WS-PARM-SUB
               ELSE
                   IF WS-PARM-DIGIT IS NUMERIC AND
                      WS-PARM-VALUE < 100
                       MOVE "Y" TO WS-DIGIT-SEEN-FLAG
                       MOVE WS-PARM-DIGIT TO WS-PARM-DIGIT-9
                       COMPUTE WS-PARM-VALUE =
                           WS-PARM-VALUE * 10 + WS-PARM-DIGIT-9
                       ADD 1 TO WS-PARM-SUB
                   ELSE
                       SET WS-RUN-FAILED TO TRUE
                       STRING "PARM VALUE NOT NUMERIC: "
                           WS-PARM-TOKEN-1 DELIMITED BY SIZE
                           INTO WS-ABEND-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FAILED AND
              (WS-DIGIT-SEEN-FLAG = "N" OR WS-PARM-VALUE = ZEROS)
      *        EXPIRE=0 would drop every request before anyone could
      *        approve it.
               SET WS-RUN-FAILED TO TRUE
               STRING "EXPIRE NEEDS A NUMBER OF DAYS: "
                   WS-PARM-TOKEN-1 DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
           IF NOT WS-RUN-FAILED
               MOVE WS-PARM-VALUE TO WS-APPROVAL-DAYS
           END-IF.
       1050-EXIT.
           EXIT.

       1500-LOAD-PENDING-FILE.
      *    Whatever earlier runs held for approval or a future date;
      *    no file yet just means nothing has ever been held.
           OPEN INPUT SITE-PENDING-FILE.
           IF WS-PEND-FILE-NOT-FOUND
               GO TO 1500-EXIT
           EXIT.

       1550-STORE-PENDING-RECORD.
      *    Request references are the keying date plus a sequence
      *    within it; a second run on the same day carries on from
      *    the highest sequence already held for today.
           IF WS-PEND-COUNT >= 200
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 200 PENDING TRANSACTIONS - CHECK SITEPEND"
                   TO WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-PEND-COUNT
               MOVE SITE-PENDING-RECORD TO
                   WS-PN-RECORD (WS-PEND-COUNT)
               MOVE "Y" TO WS-PN-KEEP-FLAG (WS-PEND-COUNT)
               IF PN-REQUEST-DATE = WS-REPORT-DATE AND
                  PN-REQUEST-SEQ > WS-NEXT-REQUEST-SEQ
                   MOVE PN-REQUEST-SEQ TO WS-NEXT-REQUEST-SEQ
               END-IF
           END-IF.

       1600-APPLY-DUE-PENDING.
      *    Only approved requests are ever applied. A due one runs
      *    through exactly the same edits as a keyed one - it just
      *    arrives via the table. An unreadable effective date on
      *    the pending file is treated as due so a damaged record
      *    surfaces on today's report instead of pending forever.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   OR WS-RUN-FAILED
               IF WS-PN-STATUS (WS-PEND-SUB) = "A"
                   MOVE WS-PN-IMAGE (WS-PEND-SUB) TO SITE-TRAN-RECORD
                   IF TR-EFFECTIVE-DATE IS NOT NUMERIC OR
                      TR-EFFECTIVE-DATE <= WS-REPORT-DATE
                       MOVE "N" TO WS-PN-KEEP-FLAG (WS-PEND-SUB)
                       ADD 1 TO WS-APPLIED-PEND-COUNT
                       MOVE WS-PN-REQUESTER (WS-PEND-SUB) TO
                           WS-REQUESTER-ID
                       MOVE WS-PN-APPROVER (WS-PEND-SUB) TO
                           WS-APPROVER-ID
                       MOVE SPACES TO WS-REJECT-REASON
                       PERFORM 2050-APPLY-TRANSACTION
                   END-IF
               END-IF
           END-PERFORM.

       1700-EXPIRE-UNAPPROVED.
      *    A request still waiting for its second user after the
      *    approval window is dropped, never applied by default;
      *    the queue section of the report lists it so the keyer
      *    can chase an approver and key it again.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF WS-PN-STATUS (WS-PEND-SUB) = "H"
                   PERFORM 1750-AGE-HELD-REQUEST
               END-IF
           END-PERFORM.

       1750-AGE-HELD-REQUEST.
      *    A request date that is not a date cannot be aged: the
      *    request stays on the queue and is reported, for someone
      *    to decline or key again, rather than expired on a guess.
           IF WS-PN-REQUEST-DATE (WS-PEND-SUB) IS NOT NUMERIC
               PERFORM 1780-REPORT-BAD-REQUEST-DATE
           ELSE
               MOVE WS-PN-REQUEST-DATE (WS-PEND-SUB) TO WS-DS-DATE
               IF WS-DS-MM < 1 OR WS-DS-MM > 12 OR
                  WS-DS-DD < 1 OR WS-DS-DD > 31
                   PERFORM 1780-REPORT-BAD-REQUEST-DATE
               ELSE
                   PERFORM 6100-DATE-TO-SERIAL
                   IF WS-TODAY-SERIAL > WS-DS-SERIAL
                       COMPUTE WS-DAYS-HELD =
                           WS-TODAY-SERIAL - WS-DS-SERIAL
                   ELSE
                       MOVE ZEROS TO WS-DAYS-HELD
                   END-IF
                   IF WS-DAYS-HELD > WS-APPROVAL-DAYS
                       MOVE "E" TO WS-PN-KEEP-FLAG (WS-PEND-SUB)
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               END-IF
           END-IF.

       1780-REPORT-BAD-REQUEST-DATE.
           ADD 1 TO WS-BAD-REQ-DATE-COUNT.
           MOVE WS-PN-IMAGE (WS-PEND-SUB) TO SITE-TRAN-RECORD.
           PERFORM 2870-FORMAT-ACTION-TEXT.
           MOVE TR-SITE-ID TO WS-DL-SITE-ID.
           MOVE "NOT AGED" TO WS-DL-RESULT.
           MOVE "REQUEST DATE UNREADABLE" TO WS-DL-REASON.
           MOVE WS-PN-REQUESTER (WS-PEND-SUB) TO WS-DL-REQUESTER.
           MOVE SPACES TO WS-DL-APPROVER.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       2000-PROCESS-TRANSACTION.
      *    Nothing keyed tonight is applied tonight: adds, changes
      *    and deletes go onto the approval queue, approve/reject
      *    transactions decide a queued request, and inquiries
      *    answer now regardless - there is nothing to approve.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TR-USER-ID TO WS-REQUESTER-ID.
           MOVE SPACES TO WS-APPROVER-ID.
           EVALUATE TRUE
               WHEN TR-SITE-ID = SPACES
                   MOVE "SITE ID REQUIRED" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
               WHEN TR-USER-ID = SPACES OR LOW-VALUES
                   MOVE "KEYED-BY USER ID REQUIRED" TO
                       WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
               WHEN TR-ADD OR TR-CHANGE OR TR-DELETE
                   PERFORM 2950-HOLD-TRANSACTION
               WHEN TR-APPROVE OR TR-REJECT
                   PERFORM 2500-DECIDE-REQUEST
               WHEN TR-INQUIRE
                   PERFORM 2400-INQUIRE-SITE
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
           END-EVALUATE.

       2050-APPLY-TRANSACTION.
      *    Reached only with an approved request in the transaction
      *    record area and its requester and approver staged.
           EVALUATE TRUE
               WHEN TR-ADD
                   PERFORM 2100-ADD-SITE
                   PERFORM 2200-CHANGE-SITE
               WHEN TR-DELETE
                   PERFORM 2300-DELETE-SITE
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO
                       WS-REJECT-REASON
                   PERFORM 2850-PRINT-SITE-IMAGE
           END-READ.

       2500-DECIDE-REQUEST.
      *    The approve or reject names a held request by reference
      *    and site; both must match, and the deciding user must not
      *    be the one who keyed it - that is the whole point of the
      *    second pair of eyes. The held request then takes over the
      *    transaction record area, so the line printed and the
      *    change applied are the request itself.
           MOVE TR-ACTION TO WS-DECIDE-ACTION.
           MOVE TR-SITE-ID TO WS-DECIDE-SITE-ID.
           MOVE TR-USER-ID TO WS-DECIDE-USER-ID.
           MOVE ZEROS TO WS-DECIDE-REF.
           IF TR-REQUEST-REF IS NUMERIC
               MOVE TR-REQUEST-REF TO WS-DECIDE-REF
           END-IF.
           MOVE ZEROS TO WS-MATCH-SUB.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   OR WS-MATCH-SUB NOT = ZEROS
               IF WS-PN-REQUEST-REF (WS-PEND-SUB) = WS-DECIDE-REF
                  AND WS-PN-STATUS (WS-PEND-SUB) = "H"
                  AND WS-PN-KEEP-FLAG (WS-PEND-SUB) = "Y"
                   MOVE WS-PEND-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM.
           IF WS-MATCH-SUB = ZEROS
               MOVE "NO HELD REQUEST WITH THAT REF" TO
                   WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               IF WS-PN-IMAGE (WS-MATCH-SUB) (2:4) NOT =
                  WS-DECIDE-SITE-ID
                   MOVE "REQUEST IS FOR ANOTHER SITE" TO
                       WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
               ELSE
                   IF WS-PN-REQUESTER (WS-MATCH-SUB) =
                      WS-DECIDE-USER-ID
                       MOVE "APPROVER MUST NOT BE REQUESTER" TO
                           WS-REJECT-REASON
                       PERFORM 2900-REJECT-TRANSACTION
                   ELSE
                       PERFORM 2550-RECORD-DECISION
                   END-IF
               END-IF
           END-IF.

       2550-RECORD-DECISION.
           MOVE WS-PN-IMAGE (WS-MATCH-SUB) TO SITE-TRAN-RECORD.
           MOVE WS-PN-REQUESTER (WS-MATCH-SUB) TO WS-REQUESTER-ID.
           MOVE WS-DECIDE-USER-ID TO WS-APPROVER-ID.
           MOVE WS-PN-REQUEST-REF (WS-MATCH-SUB) TO WS-DECIDE-REF.
           PERFORM 2880-FORMAT-REF-TEXT.
           IF WS-DECIDE-ACTION = "R"
               MOVE "N" TO WS-PN-KEEP-FLAG (WS-MATCH-SUB)
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM 2870-FORMAT-ACTION-TEXT
               MOVE TR-SITE-ID TO WS-DL-SITE-ID
               MOVE "DECLINED" TO WS-DL-RESULT
               MOVE SPACES TO WS-DL-REASON
               STRING "REF " WS-REF-TEXT DELIMITED BY SIZE
                   INTO WS-DL-REASON
               MOVE WS-REQUESTER-ID TO WS-DL-REQUESTER
               MOVE WS-APPROVER-ID TO WS-DL-APPROVER
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "A" TO WS-PN-STATUS (WS-MATCH-SUB)
               MOVE WS-APPROVER-ID TO WS-PN-APPROVER (WS-MATCH-SUB)
               MOVE WS-REPORT-DATE TO
                   WS-PN-DECISION-DATE (WS-MATCH-SUB)
               IF TR-EFFECTIVE-DATE IS NUMERIC AND
                  TR-EFFECTIVE-DATE > WS-REPORT-DATE
      *            Approved ahead of its date: it stays on the
      *            pending file, now as approved work, and is
      *            applied by the first run on or after the date.
                   ADD 1 TO WS-FUTURE-COUNT
                   PERFORM 2870-FORMAT-ACTION-TEXT
                   MOVE TR-SITE-ID TO WS-DL-SITE-ID
                   MOVE "APPROVED" TO WS-DL-RESULT
                   MOVE SPACES TO WS-DL-REASON
                   STRING "EFFECTIVE " TR-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-DL-REASON
                   MOVE WS-REQUESTER-ID TO WS-DL-REQUESTER
                   MOVE WS-APPROVER-ID TO WS-DL-APPROVER
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
               ELSE
                   MOVE "N" TO WS-PN-KEEP-FLAG (WS-MATCH-SUB)
                   PERFORM 2050-APPLY-TRANSACTION
               END-IF
           END-IF.

       2800-PRINT-ACCEPTED.
           PERFORM 2870-FORMAT-ACTION-TEXT.
           MOVE TR-SITE-ID TO WS-DL-SITE-ID.
           MOVE "OK" TO WS-DL-RESULT.
           MOVE SPACES TO WS-DL-REASON.
           MOVE WS-REQUESTER-ID TO WS-DL-REQUESTER.
           MOVE WS-APPROVER-ID TO WS-DL-APPROVER.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

      *    what this dataset exists to rule out.
           ACCEPT SH-APPLIED-DATE FROM DATE YYYYMMDD.
           ACCEPT SH-APPLIED-TIME FROM TIME.
           MOVE WS-REQUESTER-ID TO SH-USER-ID.
           MOVE WS-APPROVER-ID TO SH-APPROVER-ID.
           MOVE TR-ACTION TO SH-ACTION.
           MOVE TR-SITE-ID TO SH-SITE-ID.
           IF TR-EFFECTIVE-DATE IS NUMERIC AND
                   MOVE "DELETE" TO WS-DL-ACTION
               WHEN TR-INQUIRE
                   MOVE "INQUIRE" TO WS-DL-ACTION
               WHEN TR-APPROVE
                   MOVE "APPROV" TO WS-DL-ACTION
               WHEN TR-REJECT
                   MOVE "REJECT" TO WS-DL-ACTION
               WHEN OTHER
                   MOVE TR-ACTION TO WS-DL-ACTION
           END-EVALUATE.

       2880-FORMAT-REF-TEXT.
           MOVE SPACES TO WS-REF-TEXT.
           STRING WS-DECIDE-REF (1:8) "-" WS-DECIDE-REF (9:4)
               DELIMITED BY SIZE INTO WS-REF-TEXT.

       2900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2870-FORMAT-ACTION-TEXT.
           MOVE TR-SITE-ID TO WS-DL-SITE-ID.
           MOVE "REJECTED" TO WS-DL-RESULT.
           MOVE WS-REJECT-REASON TO WS-DL-REASON.
           MOVE WS-REQUESTER-ID TO WS-DL-REQUESTER.
           MOVE WS-APPROVER-ID TO WS-DL-APPROVER.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       2950-HOLD-TRANSACTION.
      *    Every keyed add, change or delete is parked on the pending
      *    table under a new request reference and the report says
      *    so, so the keyer can hand the reference to an approver
      *    and see on today's sign-off that the change was accepted
      *    for approval rather than lost. An add with no SALUDO can
      *    never be applied, so it is refused now rather than put in
      *    front of an approver.
           IF TR-ADD AND TR-SALUDO = SPACES
               MOVE "SALUDO REQUIRED" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               IF WS-PEND-COUNT >= 200 OR
                  WS-NEXT-REQUEST-SEQ >= 9999
                   MOVE "PENDING FILE FULL" TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-TRANSACTION
               ELSE
                   PERFORM 2960-QUEUE-REQUEST
               END-IF
           END-IF.

       2960-QUEUE-REQUEST.
           ADD 1 TO WS-PEND-COUNT.
           ADD 1 TO WS-NEXT-REQUEST-SEQ.
           MOVE WS-REPORT-DATE TO WS-PN-REQUEST-DATE (WS-PEND-COUNT).
           MOVE WS-NEXT-REQUEST-SEQ TO
               WS-PN-REQUEST-SEQ (WS-PEND-COUNT).
           MOVE "H" TO WS-PN-STATUS (WS-PEND-COUNT).
           MOVE TR-USER-ID TO WS-PN-REQUESTER (WS-PEND-COUNT).
           MOVE SPACES TO WS-PN-APPROVER (WS-PEND-COUNT).
           MOVE ZEROS TO WS-PN-DECISION-DATE (WS-PEND-COUNT).
           MOVE SITE-TRAN-RECORD TO WS-PN-IMAGE (WS-PEND-COUNT).
           MOVE "Y" TO WS-PN-KEEP-FLAG (WS-PEND-COUNT).
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-PN-REQUEST-REF (WS-PEND-COUNT) TO WS-DECIDE-REF.
           PERFORM 2880-FORMAT-REF-TEXT.
           PERFORM 2870-FORMAT-ACTION-TEXT.
           MOVE TR-SITE-ID TO WS-DL-SITE-ID.
           MOVE "HELD" TO WS-DL-RESULT.
           MOVE SPACES TO WS-DL-REASON.
           STRING "APPROVAL REF " WS-REF-TEXT
               DELIMITED BY SIZE INTO WS-DL-REASON.
           MOVE TR-USER-ID TO WS-DL-REQUESTER.
           MOVE SPACES TO WS-DL-APPROVER.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       3000-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "HELD FOR APPROVAL" TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "REQUESTS APPROVED" TO WS-TL-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "REQUESTS DECLINED" TO WS-TL-LABEL.
           MOVE WS-DECLINED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "EXPIRED UNAPPROVED" TO WS-TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "BAD REQUEST DATE" TO WS-TL-LABEL.
           MOVE WS-BAD-REQ-DATE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "APPLIED FROM PENDING" TO WS-TL-LABEL.
           MOVE WS-APPLIED-PEND-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "HELD FOR FUTURE DATE" TO WS-TL-LABEL.
           MOVE WS-FUTURE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "STILL PENDING" TO WS-TL-LABEL.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       3200-PRINT-APPROVAL-QUEUE.
      *    The queue as it stands after tonight: expired requests
      *    first, since those are the ones somebody has to act on.
           MOVE "E" TO WS-QUEUE-SELECT.
           MOVE "UNAPPROVED REQUESTS EXPIRED" TO WS-QH-TITLE.
           PERFORM 3250-PRINT-QUEUE-SECTION.
           MOVE "H" TO WS-QUEUE-SELECT.
           MOVE "REQUESTS AWAITING APPROVAL" TO WS-QH-TITLE.
           PERFORM 3250-PRINT-QUEUE-SECTION.
           MOVE "A" TO WS-QUEUE-SELECT.
           MOVE "APPROVED - WAITING FOR EFFECTIVE DATE" TO
               WS-QH-TITLE.
           PERFORM 3250-PRINT-QUEUE-SECTION.

       3250-PRINT-QUEUE-SECTION.
      *    WS-QUEUE-SELECT picks the section: E expired, H still
      *    held, A approved and waiting.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-QUEUE-HEADER TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE WS-QUEUE-HEADING TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE ZEROS TO WS-QUEUE-LINE-COUNT.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               EVALUATE TRUE
                   WHEN WS-QUEUE-SELECT = "E" AND
                        WS-PN-KEEP-FLAG (WS-PEND-SUB) = "E"
                       PERFORM 3260-PRINT-QUEUE-LINE
                   WHEN WS-QUEUE-SELECT NOT = "E" AND
                        WS-PN-KEEP-FLAG (WS-PEND-SUB) = "Y" AND
                        WS-PN-STATUS (WS-PEND-SUB) = WS-QUEUE-SELECT
                       PERFORM 3260-PRINT-QUEUE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-QUEUE-LINE-COUNT = ZEROS
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       3260-PRINT-QUEUE-LINE.
           ADD 1 TO WS-QUEUE-LINE-COUNT.
           MOVE WS-PN-IMAGE (WS-PEND-SUB) TO SITE-TRAN-RECORD.
           MOVE WS-PN-REQUEST-REF (WS-PEND-SUB) TO WS-DECIDE-REF.
           PERFORM 2880-FORMAT-REF-TEXT.
           MOVE WS-REF-TEXT TO WS-QL-REFERENCE.
           PERFORM 2870-FORMAT-ACTION-TEXT.
           MOVE WS-DL-ACTION TO WS-QL-ACTION.
           MOVE TR-SITE-ID TO WS-QL-SITE-ID.
           MOVE WS-PN-REQUESTER (WS-PEND-SUB) TO WS-QL-REQUESTER.
           MOVE WS-PN-REQUEST-DATE (WS-PEND-SUB) TO WS-QL-KEYED-DATE.
           MOVE WS-PN-APPROVER (WS-PEND-SUB) TO WS-QL-APPROVER.
           IF TR-EFFECTIVE-DATE IS NUMERIC AND
              TR-EFFECTIVE-DATE > ZEROS
               MOVE TR-EFFECTIVE-DATE TO WS-QL-EFFECTIVE
           ELSE
               MOVE "NOW" TO WS-QL-EFFECTIVE
           END-IF.
           MOVE WS-QUEUE-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.

       3500-REWRITE-PENDING-FILE.
      *    The pending file is replaced in one piece: survivors are
      *    everything not applied, declined or expired today plus
      *    today's newly held transactions. An empty rewrite is
      *    still a rewrite - after the last pending change lands,
      *    the file must say so.
           OPEN OUTPUT SITE-PENDING-FILE.
           IF NOT WS-PEND-OK
               SET WS-RUN-FAILED TO TRUE
           EXIT.

       3550-WRITE-PENDING-RECORD.
           MOVE WS-PN-RECORD (WS-PEND-SUB) TO SITE-PENDING-RECORD.
           WRITE SITE-PENDING-RECORD.
           IF WS-PEND-OK
               ADD 1 TO WS-STILL-PEND-COUNT
           ELSE
                   INTO WS-ABEND-REASON
           END-IF.

       6100-DATE-TO-SERIAL.
      *    Days on a fixed scale: year * 365 plus the leap days up to
      *    the previous year, plus the cumulative days to the start
      *    of the month (January and February count against the
      *    previous year's leap total, so February 29th needs no
      *    special case). Only differences of two serials are ever
      *    used, so the epoch itself does not matter.
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
      *    Simple page control: headings again every 55 detail lines.
           IF WS-LINE-COUNT > 55
