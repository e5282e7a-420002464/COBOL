      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interactive operations console for the night shift.
      *          One screen program over the files the separate
      *          inquiry jobs read, with four views the operator
      *          moves between without leaving it: the current cycle
      *          (CYCCTL.DAT with RESTART.DAT and HOLASTAT.DAT), the
      *          open alerts on ALERTLOG.DAT paged and filtered by
      *          severity and program, with acknowledgment, a site
      *          lookup on SITETAB.DAT with the site's most recent
      *          banners from BANNHIST.DAT, and today's feed status
      *          from FEEDSTAT.DAT. Every view has a command field:
      *          1-4 go to a view, M to the menu, R refreshes, X
      *          ends the session; the alert view adds N and P to
      *          page and A to acknowledge the alert keyed in the
      *          sequence field. Sequence numbers are the record's
      *          position in the alert file, as consulta_alertas
      *          shows them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consola_operaciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT STATUS-INPUT-FILE ASSIGN TO "HOLASTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT SITE-TABLE-FILE ASSIGN TO "SITETAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SITE-ID
               FILE STATUS IS WS-SITE-FILE-STATUS.
           SELECT BANNER-INPUT-FILE ASSIGN TO "BANNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-BANNER-KEY
               FILE STATUS IS WS-BANNER-FILE-STATUS.
           SELECT FEED-STATUS-FILE ASSIGN TO "FEEDSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CYCCTL.

       FD  RESTART-FILE
           RECORDING MODE IS F.
           COPY CHKPREC.

       FD  STATUS-INPUT-FILE
           RECORDING MODE IS F.
           COPY STATUSREC.

       FD  ALERT-LOG-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.

       FD  SITE-TABLE-FILE.
           COPY SITETAB.

       FD  BANNER-INPUT-FILE.
           COPY BANNREC.

       FD  FEED-STATUS-FILE
           RECORDING MODE IS F.
           COPY FEEDSTAT.

       WORKING-STORAGE SECTION.
       01  WS-CC-FILE-STATUS PIC X(2).
           88  WS-CC-OK                VALUE "00".
           88  WS-CC-FILE-NOT-FOUND    VALUE "35".

       01  WS-RESTART-FILE-STATUS PIC X(2).
           88  WS-RESTART-OK           VALUE "00".
           88  WS-RESTART-FILE-NOT-FOUND VALUE "35".

       01  WS-STATUS-FILE-STATUS PIC X(2).
           88  WS-STATUS-OK            VALUE "00".
           88  WS-STATUS-FILE-NOT-FOUND VALUE "35".

       01  WS-ALERT-FILE-STATUS PIC X(2).
           88  WS-ALERT-OK             VALUE "00".
           88  WS-ALERT-FILE-NOT-FOUND VALUE "35".
           88  WS-ALERT-AT-END         VALUE "10".

       01  WS-SITE-FILE-STATUS PIC X(2).
           88  WS-SITE-OK              VALUE "00".
           88  WS-SITE-FILE-NOT-FOUND  VALUE "35".
           88  WS-SITE-NOT-ON-FILE     VALUE "23".

       01  WS-BANNER-FILE-STATUS PIC X(2).
           88  WS-BANNER-OK            VALUE "00".
           88  WS-BANNER-FILE-NOT-FOUND VALUE "35".
           88  WS-BANNER-AT-END        VALUE "10".

       01  WS-FEED-FILE-STATUS PIC X(2).
           88  WS-FEED-OK              VALUE "00".
           88  WS-FEED-FILE-NOT-FOUND  VALUE "35".
           88  WS-FEED-AT-END          VALUE "10".

      *    Which view is on the screen; the main loop dispatches on
      *    it until the operator asks to leave.
       01  WS-CURRENT-VIEW         PIC X(1) VALUE "M".
           88  WS-VIEW-MENU         VALUE "M".
           88  WS-VIEW-CYCLE        VALUE "1".
           88  WS-VIEW-ALERTS       VALUE "2".
           88  WS-VIEW-SITE         VALUE "3".
           88  WS-VIEW-FEED         VALUE "4".
           88  WS-VIEW-EXIT         VALUE "X".

       01  WS-COMMAND              PIC X(1).
       01  WS-MESSAGE              PIC X(78) VALUE SPACES.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-NOW-TIME             PIC 9(8).
       01  WS-HEADER-STAMP         PIC X(19).

       01  WS-TIME-SPLIT           PIC 9(8).
       01  WS-TIME-PARTS           REDEFINES WS-TIME-SPLIT.
           05  WS-TP-HH            PIC 9(2).
           05  WS-TP-MM            PIC 9(2).
           05  WS-TP-SS            PIC 9(2).
           05  WS-TP-HS            PIC 9(2).

      *    Cycle view.
       01  WS-CY-CONTROL-TEXT      PIC X(50).
       01  WS-CY-RESTART-TEXT      PIC X(50).
       01  WS-CY-STATUS-TEXT       PIC X(50).
       01  WS-CY-VERDICT-TEXT      PIC X(70).
       01  WS-CY-CONTROL-CYCLE     PIC 9(3).
       01  WS-CY-RESTART-FLAG      PIC X(1).
           88  WS-CY-RESTART-COMPLETE VALUE "Y".
       01  WS-CY-RESTART-CYCLE     PIC 9(3).
       01  WS-CY-STATUS-CODE       PIC X(7).
       01  WS-CY-STATUS-CYCLE      PIC 9(3).
       01  WS-CY-FOUND-FLAGS.
           05  WS-CY-CONTROL-FOUND PIC X(1).
           05  WS-CY-RESTART-FOUND PIC X(1).
           05  WS-CY-STATUS-FOUND  PIC X(1).

      *    Alert view: the open alerts passing the filter, in file
      *    order, eight to a page.
       01  WS-FILTER-SEVERITY      PIC X(1) VALUE SPACE.
       01  WS-FILTER-PROGRAM       PIC X(12) VALUE SPACES.
       01  WS-LOADED-SEVERITY      PIC X(1) VALUE SPACE.
       01  WS-LOADED-PROGRAM       PIC X(12) VALUE SPACES.
       01  WS-ACK-REQUEST          PIC 9(5) VALUE ZEROS.
       01  WS-ALERT-SEQ            PIC 9(5).
       01  WS-ALERT-TABLE.
           05  WS-ALERT-ENTRY OCCURS 500 TIMES.
               10  WS-AE-SEQ       PIC 9(5).
               10  WS-AE-DATE      PIC 9(8).
               10  WS-AE-TIME      PIC 9(8).
               10  WS-AE-PROGRAM   PIC X(12).
               10  WS-AE-CODE      PIC X(8).
               10  WS-AE-SEVERITY  PIC X(1).
               10  WS-AE-CYCLE     PIC 9(3).
               10  WS-AE-TEXT      PIC X(60).
       01  WS-ALERT-COUNT          PIC 9(3) VALUE ZEROS.
       01  WS-ALERT-MATCHED        PIC 9(5) VALUE ZEROS.
       01  WS-ALERT-SUB            PIC 9(3).
       01  WS-PAGE-FIRST           PIC 9(3) VALUE 1.
       01  WS-PAGE-SIZE            PIC 9(2) VALUE 8.
       01  WS-ROW-SUB              PIC 9(2).
       01  WS-LIST-SUB             PIC 9(3).
       01  WS-ACK-SUB              PIC 9(3).
       01  WS-ACK-DONE-FLAG        PIC X(1).
           88  WS-ACK-DONE          VALUE "Y".
       01  WS-ALERT-PAGE-TEXT      PIC X(40).
       01  WS-ALERT-ROWS.
           05  WS-ALERT-ROW        OCCURS 16 TIMES PIC X(78).
       01  WS-ALERT-LINE-1.
           05  WS-A1-SEQ           PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A1-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-A1-TIME          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A1-SEVERITY      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A1-PROGRAM       PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-A1-CODE          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "CYCLE ".
           05  WS-A1-CYCLE         PIC 9(3).
           05  FILLER              PIC X(16) VALUE SPACES.
       01  WS-ALERT-LINE-2.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  WS-A2-TEXT          PIC X(60).
           05  FILLER              PIC X(11) VALUE SPACES.

      *    Site view: the ten most recent banners for the site, in
      *    the order read (oldest first), shown newest first.
       01  WS-SITE-REQUEST         PIC X(4) VALUE SPACES.
       01  WS-SI-SALUDO            PIC X(22).
       01  WS-SI-TITULO            PIC X(40).
       01  WS-SI-GROUP             PIC X(4).
       01  WS-BANNER-TABLE.
           05  WS-BANNER-ENTRY OCCURS 10 TIMES.
               10  WS-BE-NUMERO    PIC 9(3).
               10  WS-BE-RUN-TYPE  PIC X(1).
               10  WS-BE-DATE      PIC X(10).
               10  WS-BE-MONTH-END PIC X(1).
               10  WS-BE-SALUDO    PIC X(22).
               10  WS-BE-TITULO    PIC X(40).
       01  WS-BANNER-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-BANNER-SUB           PIC 9(2).
       01  WS-BANNER-ROWS.
           05  WS-BANNER-ROW       OCCURS 10 TIMES PIC X(78).
       01  WS-BANNER-LINE.
           05  WS-BL-NUMERO        PIC 9(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-RUN-TYPE      PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-DATE          PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-MONTH-END     PIC X(1).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-SALUDO        PIC X(22).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  WS-BL-TITULO        PIC X(32).

      *    Feed view.
       01  WS-FD-TODAY-COUNT       PIC 9(3).
       01  WS-FD-FOUND-FLAG        PIC X(1).
           88  WS-FD-FOUND          VALUE "Y".
       01  WS-FD-LAST-RECORD.
           05  WS-FD-FEED-DATE     PIC 9(8).
           05  WS-FD-FEED-TIME     PIC 9(8).
           05  WS-FD-SENT-COUNT    PIC 9(7).
           05  WS-FD-ACK-COUNT     PIC 9(7).
           05  WS-FD-ACK-DATE      PIC 9(8).
           05  WS-FD-STATUS        PIC X(1).
       01  WS-FD-HEADLINE-TEXT     PIC X(70).
       01  WS-FD-FEED-TEXT         PIC X(50).
       01  WS-FD-COUNTS-TEXT       PIC X(50).
       01  WS-FD-VERDICT-TEXT      PIC X(50).

       SCREEN SECTION.
       01  SC-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1  VALUE "OPERATIONS CONSOLE".
           05  LINE 1 COL 61 PIC X(19) FROM WS-HEADER-STAMP.
           05  LINE 4 COL 10 VALUE "1  CURRENT CYCLE STATUS".
           05  LINE 5 COL 10 VALUE "2  OPEN ALERTS".
           05  LINE 6 COL 10 VALUE "3  SITE LOOKUP".
           05  LINE 7 COL 10 VALUE "4  TODAY'S FEED STATUS".
           05  LINE 9 COL 10 VALUE "X  END SESSION".
           05  LINE 12 COL 10 VALUE "SELECTION:".
           05  LINE 12 COL 21 PIC X(1) USING WS-COMMAND
               REVERSE-VIDEO.
           05  LINE 24 COL 1 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       01  SC-CYCLE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1  VALUE "CURRENT CYCLE STATUS".
           05  LINE 1 COL 61 PIC X(19) FROM WS-HEADER-STAMP.
           05  LINE 4 COL 3  VALUE "CYCLE CONTROL (CYCCTL.DAT) ...:".
           05  LINE 4 COL 35 PIC X(44) FROM WS-CY-CONTROL-TEXT.
           05  LINE 6 COL 3  VALUE "RESTART RECORD (RESTART.DAT) .:".
           05  LINE 6 COL 35 PIC X(44) FROM WS-CY-RESTART-TEXT.
           05  LINE 8 COL 3  VALUE "STEP STATUS (HOLASTAT.DAT) ...:".
           05  LINE 8 COL 35 PIC X(44) FROM WS-CY-STATUS-TEXT.
           05  LINE 11 COL 3 PIC X(70) FROM WS-CY-VERDICT-TEXT
               HIGHLIGHT.
           05  LINE 22 COL 1 VALUE
               "COMMAND: 1-4 VIEW  R REFRESH  M MENU  X END".
           05  LINE 22 COL 47 PIC X(1) USING WS-COMMAND
               REVERSE-VIDEO.
           05  LINE 24 COL 1 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       01  SC-ALERT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1  VALUE "OPEN ALERTS".
           05  LINE 1 COL 20 PIC X(40) FROM WS-ALERT-PAGE-TEXT.
           05  LINE 1 COL 61 PIC X(19) FROM WS-HEADER-STAMP.
           05  LINE 2 COL 1  VALUE "SEVERITY (E/W/BLANK):".
           05  LINE 2 COL 23 PIC X(1) USING WS-FILTER-SEVERITY
               REVERSE-VIDEO.
           05  LINE 2 COL 27 VALUE "PROGRAM (BLANK=ALL):".
           05  LINE 2 COL 48 PIC X(12) USING WS-FILTER-PROGRAM
               REVERSE-VIDEO.
           05  LINE 4 COL 1  PIC X(78) FROM WS-ALERT-ROW (1).
           05  LINE 5 COL 1  PIC X(78) FROM WS-ALERT-ROW (2).
           05  LINE 6 COL 1  PIC X(78) FROM WS-ALERT-ROW (3).
           05  LINE 7 COL 1  PIC X(78) FROM WS-ALERT-ROW (4).
           05  LINE 8 COL 1  PIC X(78) FROM WS-ALERT-ROW (5).
           05  LINE 9 COL 1  PIC X(78) FROM WS-ALERT-ROW (6).
           05  LINE 10 COL 1 PIC X(78) FROM WS-ALERT-ROW (7).
           05  LINE 11 COL 1 PIC X(78) FROM WS-ALERT-ROW (8).
           05  LINE 12 COL 1 PIC X(78) FROM WS-ALERT-ROW (9).
           05  LINE 13 COL 1 PIC X(78) FROM WS-ALERT-ROW (10).
           05  LINE 14 COL 1 PIC X(78) FROM WS-ALERT-ROW (11).
           05  LINE 15 COL 1 PIC X(78) FROM WS-ALERT-ROW (12).
           05  LINE 16 COL 1 PIC X(78) FROM WS-ALERT-ROW (13).
           05  LINE 17 COL 1 PIC X(78) FROM WS-ALERT-ROW (14).
           05  LINE 18 COL 1 PIC X(78) FROM WS-ALERT-ROW (15).
           05  LINE 19 COL 1 PIC X(78) FROM WS-ALERT-ROW (16).
           05  LINE 21 COL 1 VALUE "ACKNOWLEDGE SEQUENCE:".
           05  LINE 21 COL 23 PIC 9(5) USING WS-ACK-REQUEST
               REVERSE-VIDEO.
           05  LINE 22 COL 1 VALUE
               "COMMAND: N NEXT  P PREV  A ACK  R REFRESH  1-4 VIEW  M M
      -        "ENU  X END".
           05  LINE 22 COL 68 PIC X(1) USING WS-COMMAND
               REVERSE-VIDEO.
           05  LINE 24 COL 1 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       01  SC-SITE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1  VALUE "SITE LOOKUP".
           05  LINE 1 COL 61 PIC X(19) FROM WS-HEADER-STAMP.
           05  LINE 3 COL 3  VALUE "SITE ID:".
           05  LINE 3 COL 12 PIC X(4) USING WS-SITE-REQUEST
               REVERSE-VIDEO.
           05  LINE 5 COL 3  VALUE "SALUDO .:".
           05  LINE 5 COL 13 PIC X(22) FROM WS-SI-SALUDO.
           05  LINE 6 COL 3  VALUE "TITULO .:".
           05  LINE 6 COL 13 PIC X(40) FROM WS-SI-TITULO.
           05  LINE 7 COL 3  VALUE "GROUP ..:".
           05  LINE 7 COL 13 PIC X(4) FROM WS-SI-GROUP.
           05  LINE 9 COL 1  VALUE
               "CYC  T  PROCESS DT  M  SALUDO                 TITULO".
           05  LINE 10 COL 1 PIC X(78) FROM WS-BANNER-ROW (1).
           05  LINE 11 COL 1 PIC X(78) FROM WS-BANNER-ROW (2).
           05  LINE 12 COL 1 PIC X(78) FROM WS-BANNER-ROW (3).
           05  LINE 13 COL 1 PIC X(78) FROM WS-BANNER-ROW (4).
           05  LINE 14 COL 1 PIC X(78) FROM WS-BANNER-ROW (5).
           05  LINE 15 COL 1 PIC X(78) FROM WS-BANNER-ROW (6).
           05  LINE 16 COL 1 PIC X(78) FROM WS-BANNER-ROW (7).
           05  LINE 17 COL 1 PIC X(78) FROM WS-BANNER-ROW (8).
           05  LINE 18 COL 1 PIC X(78) FROM WS-BANNER-ROW (9).
           05  LINE 19 COL 1 PIC X(78) FROM WS-BANNER-ROW (10).
           05  LINE 22 COL 1 VALUE
               "COMMAND: R LOOK UP  1-4 VIEW  M MENU  X END".
           05  LINE 22 COL 47 PIC X(1) USING WS-COMMAND
               REVERSE-VIDEO.
           05  LINE 24 COL 1 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       01  SC-FEED-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1  VALUE "TODAY'S FEED STATUS".
           05  LINE 1 COL 61 PIC X(19) FROM WS-HEADER-STAMP.
           05  LINE 4 COL 3  PIC X(70) FROM WS-FD-HEADLINE-TEXT
               HIGHLIGHT.
           05  LINE 6 COL 3  VALUE "EXTRACT SENT ......:".
           05  LINE 6 COL 24 PIC X(50) FROM WS-FD-FEED-TEXT.
           05  LINE 7 COL 3  VALUE "RECORDS ...........:".
           05  LINE 7 COL 24 PIC X(50) FROM WS-FD-COUNTS-TEXT.
           05  LINE 8 COL 3  VALUE "RECONCILIATION ....:".
           05  LINE 8 COL 24 PIC X(50) FROM WS-FD-VERDICT-TEXT.
           05  LINE 22 COL 1 VALUE
               "COMMAND: 1-4 VIEW  R REFRESH  M MENU  X END".
           05  LINE 22 COL 47 PIC X(1) USING WS-COMMAND
               REVERSE-VIDEO.
           05  LINE 24 COL 1 PIC X(78) FROM WS-MESSAGE HIGHLIGHT.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM UNTIL WS-VIEW-EXIT
               PERFORM 1000-SET-HEADER-STAMP
               EVALUATE TRUE
                   WHEN WS-VIEW-MENU
                       PERFORM 2000-MENU-VIEW
                   WHEN WS-VIEW-CYCLE
                       PERFORM 3000-CYCLE-VIEW
                   WHEN WS-VIEW-ALERTS
                       PERFORM 4000-ALERT-VIEW
                   WHEN WS-VIEW-SITE
                       PERFORM 5000-SITE-VIEW
                   WHEN WS-VIEW-FEED
                       PERFORM 6000-FEED-VIEW
                   WHEN OTHER
                       SET WS-VIEW-MENU TO TRUE
               END-EVALUATE
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       1000-SET-HEADER-STAMP.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME TO WS-TIME-SPLIT.
           MOVE SPACES TO WS-HEADER-STAMP.
           STRING WS-TODAY-DATE (1:4) "-" WS-TODAY-DATE (5:2) "-"
               WS-TODAY-DATE (7:2) " " WS-TP-HH ":" WS-TP-MM ":"
               WS-TP-SS DELIMITED BY SIZE INTO WS-HEADER-STAMP.

       1100-APPLY-COMMAND.
      *    Commands every view shares. A view handles its own
      *    commands first and passes anything else here; an unknown
      *    key leaves the operator where they are.
           EVALUATE WS-COMMAND
               WHEN "1"
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "M"
               WHEN "X"
                   MOVE WS-COMMAND TO WS-CURRENT-VIEW
               WHEN "m"
                   SET WS-VIEW-MENU TO TRUE
               WHEN "x"
                   SET WS-VIEW-EXIT TO TRUE
               WHEN "R"
               WHEN "r"
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-MESSAGE
                   STRING "UNKNOWN COMMAND: " WS-COMMAND
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.
           MOVE SPACE TO WS-COMMAND.

       2000-MENU-VIEW.
           MOVE SPACE TO WS-COMMAND.
           DISPLAY SC-MENU-SCREEN.
           ACCEPT SC-MENU-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-COMMAND = SPACE
               MOVE "CHOOSE 1-4, OR X TO END THE SESSION" TO
                   WS-MESSAGE
           ELSE
               PERFORM 1100-APPLY-COMMAND
           END-IF.

       3000-CYCLE-VIEW.
      *    Re-read on every pass, so R simply shows the files as
      *    they are now - the stream may be running.
           PERFORM 3100-READ-CYCLE-FILES.
           PERFORM 3200-BUILD-CYCLE-VERDICT.
           DISPLAY SC-CYCLE-SCREEN.
           ACCEPT SC-CYCLE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 1100-APPLY-COMMAND.

       3100-READ-CYCLE-FILES.
           MOVE "NNN" TO WS-CY-FOUND-FLAGS.
           MOVE SPACES TO WS-CY-CONTROL-TEXT.
           MOVE SPACES TO WS-CY-RESTART-TEXT.
           MOVE SPACES TO WS-CY-STATUS-TEXT.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CC-OK
               READ CYCLE-CONTROL-FILE
               END-READ
               IF WS-CC-OK
                   MOVE "Y" TO WS-CY-CONTROL-FOUND
                   MOVE CC-CYCLE-NUMBER TO WS-CY-CONTROL-CYCLE
                   STRING "CYCLE " CC-CYCLE-NUMBER
                       "  LAST PROCESS DATE " CC-LAST-PROCESS-DATE
                       DELIMITED BY SIZE INTO WS-CY-CONTROL-TEXT
               ELSE
                   STRING "EMPTY OR UNREADABLE, STATUS="
                       WS-CC-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-CY-CONTROL-TEXT
               END-IF
               CLOSE CYCLE-CONTROL-FILE
           ELSE
               STRING "NOT AVAILABLE, STATUS=" WS-CC-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-CY-CONTROL-TEXT
           END-IF.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-OK
               READ RESTART-FILE
               END-READ
               IF WS-RESTART-OK
                   MOVE "Y" TO WS-CY-RESTART-FOUND
                   MOVE RF-CYCLE-NUMBER TO WS-CY-RESTART-CYCLE
                   MOVE RF-COMPLETION-FLAG TO WS-CY-RESTART-FLAG
                   IF RF-STEP-COMPLETE
                       STRING "CYCLE " RF-CYCLE-NUMBER "  COMPLETE"
                           DELIMITED BY SIZE INTO WS-CY-RESTART-TEXT
                   ELSE
                       STRING "CYCLE " RF-CYCLE-NUMBER
                           "  NOT COMPLETE"
                           DELIMITED BY SIZE INTO WS-CY-RESTART-TEXT
                   END-IF
               ELSE
                   MOVE "EMPTY - NO CHECKPOINT WRITTEN" TO
                       WS-CY-RESTART-TEXT
               END-IF
               CLOSE RESTART-FILE
           ELSE
               STRING "NOT AVAILABLE, STATUS="
                   WS-RESTART-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CY-RESTART-TEXT
           END-IF.
           OPEN INPUT STATUS-INPUT-FILE.
           IF WS-STATUS-OK
               READ STATUS-INPUT-FILE
               END-READ
               IF WS-STATUS-OK
                   MOVE "Y" TO WS-CY-STATUS-FOUND
                   MOVE SF-STATUS-CODE TO WS-CY-STATUS-CODE
                   MOVE SF-CYCLE-NUMBER TO WS-CY-STATUS-CYCLE
                   STRING "CYCLE " SF-CYCLE-NUMBER "  " SF-STATUS-CODE
                       DELIMITED BY SIZE INTO WS-CY-STATUS-TEXT
               ELSE
                   MOVE "EMPTY - NO STATUS WRITTEN" TO
                       WS-CY-STATUS-TEXT
               END-IF
               CLOSE STATUS-INPUT-FILE
           ELSE
               STRING "NOT AVAILABLE, STATUS="
                   WS-STATUS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-CY-STATUS-TEXT
           END-IF.

       3200-BUILD-CYCLE-VERDICT.
      *    The same three-way agreement conciliacion_ciclos checks,
      *    in one line the operator can act on.
           MOVE SPACES TO WS-CY-VERDICT-TEXT.
           EVALUATE TRUE
               WHEN WS-CY-CONTROL-FOUND NOT = "Y"
                   MOVE "NO CYCLE CONTROL RECORD - STREAM HAS NOT RUN"
                       TO WS-CY-VERDICT-TEXT
               WHEN WS-CY-RESTART-FOUND = "Y" AND
                    WS-CY-STATUS-FOUND = "Y" AND
                    WS-CY-RESTART-COMPLETE AND
                    WS-CY-STATUS-CODE = "SUCCESS" AND
                    WS-CY-RESTART-CYCLE = WS-CY-CONTROL-CYCLE AND
                    WS-CY-STATUS-CYCLE = WS-CY-CONTROL-CYCLE
                   STRING "CYCLE " WS-CY-CONTROL-CYCLE
                       " COMPLETED SUCCESSFULLY"
                       DELIMITED BY SIZE INTO WS-CY-VERDICT-TEXT
               WHEN WS-CY-STATUS-FOUND = "Y" AND
                    WS-CY-STATUS-CODE = "FAILURE"
                   STRING "CYCLE " WS-CY-STATUS-CYCLE
                       " FAILED - SEE OPEN ALERTS, RERUN OR RECOVER"
                       DELIMITED BY SIZE INTO WS-CY-VERDICT-TEXT
               WHEN OTHER
                   STRING "CYCLE " WS-CY-CONTROL-CYCLE
                       " NOT CONFIRMED - RUNNING, BACKED OUT OR"
                       " INCOMPLETE; CHECK CONTROL_PASOS"
                       DELIMITED BY SIZE INTO WS-CY-VERDICT-TEXT
           END-EVALUATE.

       4000-ALERT-VIEW.
      *    The list is reloaded on entry, on R, after an
      *    acknowledgment and whenever the filter fields change.
           IF WS-ALERT-COUNT = ZEROS
               PERFORM 4100-LOAD-OPEN-ALERTS THRU 4100-EXIT
           END-IF.
           PERFORM 4200-BUILD-ALERT-PAGE.
           MOVE SPACE TO WS-COMMAND.
           MOVE ZEROS TO WS-ACK-REQUEST.
           DISPLAY SC-ALERT-SCREEN.
           ACCEPT SC-ALERT-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-FILTER-SEVERITY = "e"
               MOVE "E" TO WS-FILTER-SEVERITY
           END-IF.
           IF WS-FILTER-SEVERITY = "w"
               MOVE "W" TO WS-FILTER-SEVERITY
           END-IF.
           IF WS-FILTER-SEVERITY NOT = WS-LOADED-SEVERITY OR
              WS-FILTER-PROGRAM NOT = WS-LOADED-PROGRAM
               PERFORM 4100-LOAD-OPEN-ALERTS THRU 4100-EXIT
           END-IF.
           EVALUATE WS-COMMAND
               WHEN "N"
               WHEN "n"
                   IF WS-PAGE-FIRST + WS-PAGE-SIZE > WS-ALERT-COUNT
                       MOVE "LAST PAGE" TO WS-MESSAGE
                   ELSE
                       ADD WS-PAGE-SIZE TO WS-PAGE-FIRST
                   END-IF
               WHEN "P"
               WHEN "p"
                   IF WS-PAGE-FIRST <= WS-PAGE-SIZE
                       MOVE 1 TO WS-PAGE-FIRST
                       MOVE "FIRST PAGE" TO WS-MESSAGE
                   ELSE
                       SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-FIRST
                   END-IF
               WHEN "A"
               WHEN "a"
                   PERFORM 4300-ACKNOWLEDGE-ALERT THRU 4300-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 4100-LOAD-OPEN-ALERTS THRU 4100-EXIT
               WHEN "2"
                   PERFORM 4100-LOAD-OPEN-ALERTS THRU 4100-EXIT
               WHEN OTHER
                   PERFORM 1100-APPLY-COMMAND
                   IF NOT WS-VIEW-ALERTS
      *                Leaving the view: reload when next entered.
                       MOVE ZEROS TO WS-ALERT-COUNT
                   END-IF
           END-EVALUATE.
           MOVE SPACE TO WS-COMMAND.

       4100-LOAD-OPEN-ALERTS.
      *    Read-only pass; the sequence number is the record's
      *    position in the file whether or not it passes the filter.
           MOVE ZEROS TO WS-ALERT-COUNT.
           MOVE ZEROS TO WS-ALERT-MATCHED.
           MOVE ZEROS TO WS-ALERT-SEQ.
           MOVE 1 TO WS-PAGE-FIRST.
           MOVE WS-FILTER-SEVERITY TO WS-LOADED-SEVERITY.
           MOVE WS-FILTER-PROGRAM TO WS-LOADED-PROGRAM.
           OPEN INPUT ALERT-LOG-FILE.
           IF WS-ALERT-FILE-NOT-FOUND
               MOVE "NO ALERT FILE - QUEUE EMPTY" TO WS-MESSAGE
               GO TO 4100-EXIT
           END-IF.
           IF NOT WS-ALERT-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "ALERTLOG.DAT OPEN FAILED, STATUS="
                   WS-ALERT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 4100-EXIT
           END-IF.
           PERFORM UNTIL WS-ALERT-AT-END OR NOT WS-ALERT-OK
               READ ALERT-LOG-FILE
                   AT END
                       SET WS-ALERT-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALERT-SEQ
                       IF AL-ALERT-OPEN AND
                          (WS-FILTER-SEVERITY = SPACE OR
                           AL-SEVERITY = WS-FILTER-SEVERITY) AND
                          (WS-FILTER-PROGRAM = SPACES OR
                           AL-PROGRAM-ID = WS-FILTER-PROGRAM)
                           PERFORM 4150-STORE-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-ALERT-AT-END
               MOVE SPACES TO WS-MESSAGE
               STRING "ALERTLOG.DAT READ FAILED, STATUS="
                   WS-ALERT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.
           CLOSE ALERT-LOG-FILE.
           IF WS-ALERT-MATCHED > WS-ALERT-COUNT
               MOVE SPACES TO WS-MESSAGE
               STRING "FIRST 500 OF " WS-ALERT-MATCHED
                   " SHOWN - NARROW THE FILTER"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
       4100-EXIT.
           EXIT.

       4150-STORE-ALERT.
           ADD 1 TO WS-ALERT-MATCHED.
           IF WS-ALERT-COUNT < 500
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-ALERT-SEQ TO WS-AE-SEQ (WS-ALERT-COUNT)
               MOVE AL-ALERT-DATE TO WS-AE-DATE (WS-ALERT-COUNT)
               MOVE AL-ALERT-TIME TO WS-AE-TIME (WS-ALERT-COUNT)
               MOVE AL-PROGRAM-ID TO WS-AE-PROGRAM (WS-ALERT-COUNT)
               MOVE AL-REASON-CODE TO WS-AE-CODE (WS-ALERT-COUNT)
               MOVE AL-SEVERITY TO WS-AE-SEVERITY (WS-ALERT-COUNT)
               MOVE AL-CYCLE-NUMBER TO WS-AE-CYCLE (WS-ALERT-COUNT)
               MOVE AL-REASON-TEXT TO WS-AE-TEXT (WS-ALERT-COUNT)
           END-IF.

       4200-BUILD-ALERT-PAGE.
      *    Two screen lines per alert: the identifying fields, then
      *    the reason text.
           MOVE SPACES TO WS-ALERT-ROWS.
           MOVE SPACES TO WS-ALERT-PAGE-TEXT.
           IF WS-ALERT-COUNT = ZEROS
               MOVE "    NO OPEN ALERTS MATCH THE FILTER" TO
                   WS-ALERT-ROW (1)
           ELSE
               STRING WS-ALERT-MATCHED " OPEN, SHOWING FROM "
                   WS-PAGE-FIRST DELIMITED BY SIZE
                   INTO WS-ALERT-PAGE-TEXT
           END-IF.
           MOVE 1 TO WS-ROW-SUB.
           PERFORM VARYING WS-LIST-SUB FROM WS-PAGE-FIRST BY 1
                   UNTIL WS-LIST-SUB > WS-ALERT-COUNT
                   OR WS-ROW-SUB > 16
               MOVE WS-AE-SEQ (WS-LIST-SUB) TO WS-A1-SEQ
               MOVE WS-AE-DATE (WS-LIST-SUB) TO WS-A1-DATE
               MOVE WS-AE-TIME (WS-LIST-SUB) TO WS-TIME-SPLIT
               MOVE SPACES TO WS-A1-TIME
               STRING WS-TP-HH ":" WS-TP-MM ":" WS-TP-SS
                   DELIMITED BY SIZE INTO WS-A1-TIME
               MOVE WS-AE-SEVERITY (WS-LIST-SUB) TO WS-A1-SEVERITY
               MOVE WS-AE-PROGRAM (WS-LIST-SUB) TO WS-A1-PROGRAM
               MOVE WS-AE-CODE (WS-LIST-SUB) TO WS-A1-CODE
               MOVE WS-AE-CYCLE (WS-LIST-SUB) TO WS-A1-CYCLE
               MOVE WS-ALERT-LINE-1 TO WS-ALERT-ROW (WS-ROW-SUB)
               ADD 1 TO WS-ROW-SUB
               MOVE WS-AE-TEXT (WS-LIST-SUB) TO WS-A2-TEXT
               MOVE WS-ALERT-LINE-2 TO WS-ALERT-ROW (WS-ROW-SUB)
               ADD 1 TO WS-ROW-SUB
           END-PERFORM.

       4300-ACKNOWLEDGE-ALERT.
      *    Only an alert on the list the operator is looking at can
      *    be acknowledged, and only if the record at that position
      *    is still the same open alert - escalado_alertas may have
      *    purged the queue since the list was loaded, which moves
      *    every sequence number.
           MOVE ZEROS TO WS-ACK-SUB.
           PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-SUB > WS-ALERT-COUNT
                   OR WS-ACK-SUB NOT = ZEROS
               IF WS-AE-SEQ (WS-ALERT-SUB) = WS-ACK-REQUEST
                   MOVE WS-ALERT-SUB TO WS-ACK-SUB
               END-IF
           END-PERFORM.
           IF WS-ACK-REQUEST = ZEROS OR WS-ACK-SUB = ZEROS
               MOVE SPACES TO WS-MESSAGE
               STRING "ALERT " WS-ACK-REQUEST
                   " IS NOT ON THIS LIST - NOTHING ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               GO TO 4300-EXIT
           END-IF.
           MOVE "N" TO WS-ACK-DONE-FLAG.
           MOVE ZEROS TO WS-ALERT-SEQ.
           OPEN I-O ALERT-LOG-FILE.
           IF NOT WS-ALERT-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "ALERTLOG.DAT OPEN FAILED, STATUS="
                   WS-ALERT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 4300-EXIT
           END-IF.
           PERFORM UNTIL WS-ALERT-AT-END OR NOT WS-ALERT-OK
                   OR WS-ALERT-SEQ = WS-ACK-REQUEST
               READ ALERT-LOG-FILE
                   AT END
                       SET WS-ALERT-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ALERT-SEQ
               END-READ
           END-PERFORM.
           IF WS-ALERT-SEQ = WS-ACK-REQUEST AND WS-ALERT-OK AND
              AL-ALERT-OPEN AND
              AL-ALERT-DATE = WS-AE-DATE (WS-ACK-SUB) AND
              AL-ALERT-TIME = WS-AE-TIME (WS-ACK-SUB) AND
              AL-PROGRAM-ID = WS-AE-PROGRAM (WS-ACK-SUB) AND
              AL-REASON-CODE = WS-AE-CODE (WS-ACK-SUB)
               SET AL-ACKNOWLEDGED TO TRUE
               REWRITE ALERT-FILE-RECORD
               IF WS-ALERT-OK
                   SET WS-ACK-DONE TO TRUE
               END-IF
           END-IF.
           CLOSE ALERT-LOG-FILE.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-ACK-DONE
               STRING "ALERT " WS-ACK-REQUEST " ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING "ALERT " WS-ACK-REQUEST
                   " CHANGED ON FILE - REFRESHED, NOT ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           MOVE WS-PAGE-FIRST TO WS-LIST-SUB.
           PERFORM 4100-LOAD-OPEN-ALERTS THRU 4100-EXIT.
      *    Stay on the page the operator was working, if it is
      *    still there.
           IF WS-LIST-SUB <= WS-ALERT-COUNT
               MOVE WS-LIST-SUB TO WS-PAGE-FIRST
           END-IF.
       4300-EXIT.
           EXIT.

       5000-SITE-VIEW.
           DISPLAY SC-SITE-SCREEN.
           ACCEPT SC-SITE-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-COMMAND = "R" OR "r" OR SPACE
               IF WS-SITE-REQUEST NOT = SPACES
                   PERFORM 5100-LOOK-UP-SITE THRU 5100-EXIT
               END-IF
           END-IF.
           PERFORM 1100-APPLY-COMMAND.

       5100-LOOK-UP-SITE.
           MOVE SPACES TO WS-SI-SALUDO.
           MOVE SPACES TO WS-SI-TITULO.
           MOVE SPACES TO WS-SI-GROUP.
           MOVE SPACES TO WS-BANNER-ROWS.
           MOVE ZEROS TO WS-BANNER-COUNT.
           OPEN INPUT SITE-TABLE-FILE.
           IF NOT WS-SITE-OK
               STRING "SITETAB.DAT OPEN FAILED, STATUS="
                   WS-SITE-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-SITE-REQUEST TO ST-SITE-ID.
           READ SITE-TABLE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SITE-OK
               MOVE ST-SALUDO TO WS-SI-SALUDO
               MOVE ST-TITULO TO WS-SI-TITULO
               MOVE ST-GROUP-CODE TO WS-SI-GROUP
           ELSE
               STRING "SITE " WS-SITE-REQUEST
                   " IS NOT ON THE SITE TABLE - HISTORY SHOWN BELOW"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           CLOSE SITE-TABLE-FILE.
           PERFORM 5200-LOAD-SITE-BANNERS THRU 5200-EXIT.
       5100-EXIT.
           EXIT.

       5200-LOAD-SITE-BANNERS.
      *    The history is keyed cycle first, so a site's banners are
      *    spread across the whole file: read it through and keep
      *    the last ten for the site, which are its most recent.
           OPEN INPUT BANNER-INPUT-FILE.
           IF WS-BANNER-FILE-NOT-FOUND
               GO TO 5200-EXIT
           END-IF.
           IF NOT WS-BANNER-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "BANNHIST.DAT OPEN FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
               GO TO 5200-EXIT
           END-IF.
           MOVE LOW-VALUES TO BP-BANNER-KEY.
           START BANNER-INPUT-FILE KEY NOT LESS THAN BP-BANNER-KEY
               INVALID KEY
                   SET WS-BANNER-AT-END TO TRUE
           END-START.
           PERFORM UNTIL WS-BANNER-AT-END OR NOT WS-BANNER-OK
               READ BANNER-INPUT-FILE NEXT RECORD
                   AT END
                       SET WS-BANNER-AT-END TO TRUE
                   NOT AT END
                       IF BP-SITE-ID = WS-SITE-REQUEST
                           PERFORM 5250-KEEP-BANNER
                       END-IF
               END-READ
           END-PERFORM.
      *    A read error is not end of file: what was kept is shown,
      *    but the message line says the list may be short.
           IF NOT WS-BANNER-AT-END
               MOVE SPACES TO WS-MESSAGE
               STRING "BANNHIST.DAT READ FAILED, STATUS="
                   WS-BANNER-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.
           CLOSE BANNER-INPUT-FILE.
           IF WS-BANNER-COUNT = ZEROS
               IF WS-MESSAGE = SPACES
                   MOVE "NO BANNERS ON FILE FOR THIS SITE" TO
                       WS-MESSAGE
               END-IF
               GO TO 5200-EXIT
           END-IF.
           MOVE 1 TO WS-ROW-SUB.
           PERFORM VARYING WS-BANNER-SUB FROM WS-BANNER-COUNT BY -1
                   UNTIL WS-BANNER-SUB < 1
               MOVE WS-BE-NUMERO (WS-BANNER-SUB) TO WS-BL-NUMERO
               MOVE WS-BE-RUN-TYPE (WS-BANNER-SUB) TO WS-BL-RUN-TYPE
               MOVE WS-BE-DATE (WS-BANNER-SUB) TO WS-BL-DATE
               MOVE WS-BE-MONTH-END (WS-BANNER-SUB) TO
                   WS-BL-MONTH-END
               MOVE WS-BE-SALUDO (WS-BANNER-SUB) TO WS-BL-SALUDO
               MOVE WS-BE-TITULO (WS-BANNER-SUB) TO WS-BL-TITULO
               MOVE WS-BANNER-LINE TO WS-BANNER-ROW (WS-ROW-SUB)
               ADD 1 TO WS-ROW-SUB
           END-PERFORM.
       5200-EXIT.
           EXIT.

       5250-KEEP-BANNER.
           IF WS-BANNER-COUNT < 10
               ADD 1 TO WS-BANNER-COUNT
           ELSE
               PERFORM VARYING WS-BANNER-SUB FROM 1 BY 1
                       UNTIL WS-BANNER-SUB > 9
                   MOVE WS-BANNER-ENTRY (WS-BANNER-SUB + 1) TO
                       WS-BANNER-ENTRY (WS-BANNER-SUB)
               END-PERFORM
           END-IF.
           MOVE BP-NUMERO TO WS-BE-NUMERO (WS-BANNER-COUNT).
           MOVE BP-RUN-TYPE TO WS-BE-RUN-TYPE (WS-BANNER-COUNT).
           MOVE BP-PROCESS-DATE TO WS-BE-DATE (WS-BANNER-COUNT).
           MOVE BP-MONTH-END-FLAG TO WS-BE-MONTH-END (WS-BANNER-COUNT).
           MOVE BP-SALUDO TO WS-BE-SALUDO (WS-BANNER-COUNT).
           MOVE BP-TITULO TO WS-BE-TITULO (WS-BANNER-COUNT).

       6000-FEED-VIEW.
           PERFORM 6100-READ-FEED-STATUS THRU 6100-EXIT.
           DISPLAY SC-FEED-SCREEN.
           ACCEPT SC-FEED-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 1100-APPLY-COMMAND.

       6100-READ-FEED-STATUS.
      *    The newest record wins, as on the end-of-day report;
      *    today's are counted so a resend shows up.
           MOVE ZEROS TO WS-FD-TODAY-COUNT.
           MOVE "N" TO WS-FD-FOUND-FLAG.
           MOVE SPACES TO WS-FD-HEADLINE-TEXT.
           MOVE SPACES TO WS-FD-FEED-TEXT.
           MOVE SPACES TO WS-FD-COUNTS-TEXT.
           MOVE SPACES TO WS-FD-VERDICT-TEXT.
           OPEN INPUT FEED-STATUS-FILE.
           IF WS-FEED-FILE-NOT-FOUND
               MOVE "NO FEED STATUS ON FILE - NO EXTRACT RECONCILED"
                   TO WS-FD-HEADLINE-TEXT
               GO TO 6100-EXIT
           END-IF.
           IF NOT WS-FEED-OK
               STRING "FEEDSTAT.DAT OPEN FAILED, STATUS="
                   WS-FEED-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-FD-HEADLINE-TEXT
               GO TO 6100-EXIT
           END-IF.
           PERFORM UNTIL WS-FEED-AT-END OR NOT WS-FEED-OK
               READ FEED-STATUS-FILE
                   AT END
                       SET WS-FEED-AT-END TO TRUE
                   NOT AT END
                       SET WS-FD-FOUND TO TRUE
                       MOVE FEED-STATUS-RECORD TO WS-FD-LAST-RECORD
                       IF FS-FEED-DATE = WS-TODAY-DATE
                           ADD 1 TO WS-FD-TODAY-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      *    Stopped short of the end: the newest record may not have
      *    been reached, and the message line says so.
           IF NOT WS-FEED-AT-END
               MOVE SPACES TO WS-MESSAGE
               STRING "FEEDSTAT.DAT READ FAILED, STATUS="
                   WS-FEED-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
           END-IF.
           CLOSE FEED-STATUS-FILE.
           IF NOT WS-FD-FOUND
               MOVE "NO FEED STATUS ON FILE - NO EXTRACT RECONCILED"
                   TO WS-FD-HEADLINE-TEXT
               GO TO 6100-EXIT
           END-IF.
           IF WS-FD-TODAY-COUNT = ZEROS
               STRING "NO FEED RECONCILED TODAY - LAST ON FILE "
                   "SHOWN BELOW" DELIMITED BY SIZE
                   INTO WS-FD-HEADLINE-TEXT
           ELSE
               STRING WS-FD-TODAY-COUNT
                   " FEED RECONCILIATION(S) TODAY - LATEST SHOWN"
                   DELIMITED BY SIZE INTO WS-FD-HEADLINE-TEXT
           END-IF.
           MOVE WS-FD-FEED-TIME TO WS-TIME-SPLIT.
           STRING WS-FD-FEED-DATE " AT " WS-TP-HH ":" WS-TP-MM ":"
               WS-TP-SS DELIMITED BY SIZE INTO WS-FD-FEED-TEXT.
           STRING "SENT " WS-FD-SENT-COUNT "  LOADED "
               WS-FD-ACK-COUNT DELIMITED BY SIZE
               INTO WS-FD-COUNTS-TEXT.
           EVALUATE WS-FD-STATUS
               WHEN "D"
                   STRING "DELIVERED, ACKNOWLEDGED " WS-FD-ACK-DATE
                       DELIMITED BY SIZE INTO WS-FD-VERDICT-TEXT
               WHEN "M"
                   STRING "COUNT MISMATCH, ACKNOWLEDGED "
                       WS-FD-ACK-DATE
                       DELIMITED BY SIZE INTO WS-FD-VERDICT-TEXT
               WHEN "N"
                   MOVE "NO ACKNOWLEDGMENT RECEIVED" TO
                       WS-FD-VERDICT-TEXT
               WHEN OTHER
                   STRING "UNKNOWN STATUS " WS-FD-STATUS
                       DELIMITED BY SIZE INTO WS-FD-VERDICT-TEXT
           END-EVALUATE.
       6100-EXIT.
           EXIT.

       END PROGRAM consola_operaciones.
