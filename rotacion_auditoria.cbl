      *          years. Prints counts per generation for the
      *          operations file inventory. Safe to run repeatedly -
      *          a month with nothing to move simply moves nothing.
      *          Every record rolled is also tallied into its
      *          generation's control totals on AUDGENCT.DAT, which
      *          verificacion_auditoria checks each generation
      *          against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-GEN-FILE ASSIGN USING WS-GEN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-FILE-STATUS.
           SELECT GEN-CONTROL-FILE ASSIGN TO "AUDGENCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENCT-FILE-STATUS.
           SELECT ROTA-REPORT-FILE ASSIGN TO "AUDROTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
      *    whole records through the audit record area.
       FD  AUDIT-GEN-FILE
           RECORDING MODE IS F.
       01  GEN-AUDIT-RECORD        PIC X(53).

       FD  GEN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY AUDGEN.

       FD  ROTA-REPORT-FILE.
       01  ROTA-REPORT-LINE        PIC X(132).
       01  WS-GEN-FILE-STATUS PIC X(2).
           88  WS-GEN-OK               VALUE "00".
           88  WS-GEN-FILE-NOT-FOUND   VALUE "35".
           88  WS-GEN-AT-END           VALUE "10".

       01  WS-GENCT-FILE-STATUS PIC X(2).
           88  WS-GENCT-OK             VALUE "00".
           88  WS-GENCT-FILE-NOT-FOUND VALUE "35".
           88  WS-GENCT-AT-END         VALUE "10".

       01  WS-REPORT-FILE-STATUS PIC X(2).
           88  WS-REPORT-OK            VALUE "00".
      *    (with reruns and recoveries) is a few dozen records, so
      *    500 slots is already alarm-bell territory.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY OCCURS 500 TIMES PIC X(53).
       01  WS-KEEP-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-KEEP-SUB             PIC 9(3).

       01  WS-MONTH-SUB            PIC 9(2).
       01  WS-MONTH-FOUND-FLAG     PIC X(1).

      *    Every generation's control totals, loaded from
      *    AUDGENCT.DAT, advanced as records roll, and written back
      *    whole; twenty years of months fit.
       01  WS-GEN-CONTROL-TABLE.
           05  WS-GC-ENTRY OCCURS 240 TIMES.
               10  WS-GC-MONTH     PIC 9(6).
               10  WS-GC-COUNT     PIC 9(7).
               10  WS-GC-HASH      PIC 9(9).
               10  WS-GC-FIRST-SEQ PIC 9(7).
               10  WS-GC-LAST-SEQ  PIC 9(7).
               10  WS-GC-LAST-CHAIN PIC 9(9).
               10  WS-GC-ROLL-DATE PIC 9(8).
       01  WS-GC-USED              PIC 9(3) VALUE ZEROS.
       01  WS-GC-SUB               PIC 9(3).
       01  WS-GC-CHANGED-FLAG      PIC X(1) VALUE "N".
           88  WS-GC-CHANGED        VALUE "Y".

      *    A generation already on disk is read through before it is
      *    extended, through this mirror of AUDITREC, and what it
      *    really holds is tallied here.
       01  WS-GEN-WORK.
           05  WS-GW-RUN-DATE      PIC 9(8).
           05  WS-GW-RUN-TIME      PIC 9(8).
           05  WS-GW-OPERATOR-ID   PIC X(8).
           05  WS-GW-JOB-ID        PIC X(8).
           05  WS-GW-CYCLE-NUMBER  PIC 9(3).
           05  WS-GW-RUN-TYPE      PIC X(1).
           05  WS-GW-MONTH-END     PIC X(1).
           05  WS-GW-SEQUENCE      PIC 9(7).
           05  WS-GW-CHAIN-VALUE   PIC 9(9).
       01  WS-DISK-COUNT           PIC 9(7).
       01  WS-DISK-HASH            PIC 9(9).
       01  WS-DISK-FIRST-SEQ       PIC 9(7).
       01  WS-DISK-LAST-SEQ        PIC 9(7).
       01  WS-DISK-LAST-CHAIN      PIC 9(9).

       01  WS-READ-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-ROLLED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-ALREADY-ROLLED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-ALREADY-ROLLED-FLAG  PIC X(1) VALUE "N".
           88  WS-ALREADY-ROLLED    VALUE "Y".
       01  WS-BAD-DATE-COUNT       PIC 9(7) VALUE ZEROS.

       01  WS-PRINT-LINE           PIC X(132).
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 1500-LOAD-GEN-CONTROL THRU 1500-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2000-SPLIT-AUDIT-LOG THRU 2000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 2500-WRITE-GEN-CONTROL THRU 2500-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
           END-IF.
           PERFORM 3000-REWRITE-CURRENT-LOG THRU 3000-EXIT.
           IF WS-RUN-FAILED
               PERFORM 9000-ABEND-AND-STOP
                   INTO WS-ABEND-REASON
           END-IF.

       1500-LOAD-GEN-CONTROL.
      *    No control file yet just means no generation has been
      *    rolled since the trail was chained.
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
           IF WS-GC-USED >= 240
               SET WS-RUN-FAILED TO TRUE
               MOVE "OVER 240 GENERATIONS ON AUDGENCT.DAT" TO
                   WS-ABEND-REASON
           ELSE
               ADD 1 TO WS-GC-USED
               MOVE AG-GEN-MONTH TO WS-GC-MONTH (WS-GC-USED)
               MOVE AG-RECORD-COUNT TO WS-GC-COUNT (WS-GC-USED)
               MOVE AG-CYCLE-HASH TO WS-GC-HASH (WS-GC-USED)
               MOVE AG-FIRST-SEQUENCE TO WS-GC-FIRST-SEQ (WS-GC-USED)
               MOVE AG-LAST-SEQUENCE TO WS-GC-LAST-SEQ (WS-GC-USED)
               MOVE AG-LAST-CHAIN TO WS-GC-LAST-CHAIN (WS-GC-USED)
               MOVE AG-LAST-ROLL-DATE TO
                   WS-GC-ROLL-DATE (WS-GC-USED)
           END-IF.

       2000-SPLIT-AUDIT-LOG.
      *    One pass: records before the current month are appended
      *    to their month's generation (the log is written in date
               IF WS-RECORD-MONTH >= WS-CURRENT-MONTH
                   PERFORM 2200-KEEP-RECORD
               ELSE
                   IF NOT WS-GEN-IS-OPEN OR
                      WS-RECORD-MONTH NOT = WS-OPEN-GEN-MONTH
                       PERFORM 2350-OPEN-GENERATION THRU 2350-EXIT
                   END-IF
                   IF NOT WS-RUN-FAILED
                       PERFORM 2250-CHECK-ALREADY-ROLLED
                       IF WS-ALREADY-ROLLED
                           ADD 1 TO WS-ALREADY-ROLLED-COUNT
                       ELSE
                           PERFORM 2300-ROLL-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE AUDIT-FILE-RECORD TO WS-KEEP-ENTRY (WS-KEEP-COUNT)
           END-IF.

       2250-CHECK-ALREADY-ROLLED.
      *    A roll that stopped before AUDIT.LOG was cut back leaves
      *    its records both online and on their generation. The
      *    generation's entry has been set from what the dataset
      *    really holds (2350), so a chained record at or below its
      *    last sequence is already there and is only dropped from
      *    the online log, not appended a second time - a repeat
      *    would read as a break in the chain for good.
           MOVE "N" TO WS-ALREADY-ROLLED-FLAG.
           IF AU-SEQUENCE-NUMBER IS NUMERIC AND
              AU-SEQUENCE-NUMBER > ZEROS
               PERFORM VARYING WS-GC-SUB FROM 1 BY 1
                       UNTIL WS-GC-SUB > WS-GC-USED
                       OR WS-GC-MONTH (WS-GC-SUB) = WS-RECORD-MONTH
                   CONTINUE
               END-PERFORM
               IF WS-GC-SUB NOT > WS-GC-USED
                   IF AU-SEQUENCE-NUMBER NOT >
                      WS-GC-LAST-SEQ (WS-GC-SUB)
                       SET WS-ALREADY-ROLLED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2300-ROLL-RECORD.
      *    The generation is appended to, never replaced, so a roll
      *    interrupted and rerun cannot lose what an earlier pass
      *    already moved. A chained record the earlier pass got onto
      *    the generation is not moved twice (2250), whether or not
      *    that pass lived to rewrite AUDGENCT.DAT; a record from
      *    before the chain carries no sequence to tell it by.
           MOVE AUDIT-FILE-RECORD TO GEN-AUDIT-RECORD.
           WRITE GEN-AUDIT-RECORD.
           IF WS-GEN-OK
               ADD 1 TO WS-ROLLED-COUNT
               PERFORM 2400-TALLY-GEN-MONTH
               PERFORM 2450-TALLY-GEN-CONTROL
           ELSE
               SET WS-RUN-FAILED TO TRUE
               STRING WS-GEN-FILE-NAME " WRITE FAILED, STATUS="
                   WS-GEN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.

       2350-OPEN-GENERATION.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           STRING "AUDIT" WS-RECORD-MONTH ".LOG"
               DELIMITED BY SIZE INTO WS-GEN-FILE-NAME.
           PERFORM 2360-READ-GENERATION THRU 2360-EXIT.
           IF WS-RUN-FAILED
               GO TO 2350-EXIT
           END-IF.
           OPEN EXTEND AUDIT-GEN-FILE.
           IF WS-GEN-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-GEN-FILE
                   WS-GEN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
           END-IF.
       2350-EXIT.
           EXIT.

       2360-READ-GENERATION.
      *    AUDGENCT.DAT is only rewritten at the end of a roll, so a
      *    roll that stopped part way through a generation leaves it
      *    behind what the dataset holds. The generation is read
      *    through first and the month's entry set from what is
      *    really on disk, so the rolled-record check and the totals
      *    carried forward both start from the dataset itself.
      *    A month AUDGENCT.DAT has totals for but whose dataset
      *    has gone is not started again from nothing: its records
      *    would be dropped from the online log as already rolled.
           OPEN INPUT AUDIT-GEN-FILE.
           IF WS-GEN-FILE-NOT-FOUND
               PERFORM VARYING WS-GC-SUB FROM 1 BY 1
                       UNTIL WS-GC-SUB > WS-GC-USED
                       OR WS-GC-MONTH (WS-GC-SUB) = WS-RECORD-MONTH
                   CONTINUE
               END-PERFORM
               IF WS-GC-SUB NOT > WS-GC-USED
                   IF WS-GC-COUNT (WS-GC-SUB) > ZEROS
                       SET WS-RUN-FAILED TO TRUE
                       STRING WS-GEN-FILE-NAME
                           " MISSING - ON AUDGENCT.DAT"
                           DELIMITED BY SIZE INTO WS-ABEND-REASON
                   END-IF
               END-IF
               GO TO 2360-EXIT
           END-IF.
           IF NOT WS-GEN-OK
               SET WS-RUN-FAILED TO TRUE
               STRING WS-GEN-FILE-NAME " OPEN FAILED, STATUS="
                   WS-GEN-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2360-EXIT
           END-IF.
           MOVE ZEROS TO WS-DISK-COUNT.
           MOVE ZEROS TO WS-DISK-HASH.
           MOVE ZEROS TO WS-DISK-FIRST-SEQ.
           MOVE ZEROS TO WS-DISK-LAST-SEQ.
           MOVE ZEROS TO WS-DISK-LAST-CHAIN.
           PERFORM UNTIL WS-GEN-AT-END OR NOT WS-GEN-OK
               READ AUDIT-GEN-FILE
                   AT END
                       SET WS-GEN-AT-END TO TRUE
                   NOT AT END
                       MOVE GEN-AUDIT-RECORD TO WS-GEN-WORK
                       PERFORM 2370-TALLY-DISK-RECORD
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
               GO TO 2360-EXIT
           END-IF.
           PERFORM 2380-SET-GEN-CONTROL THRU 2380-EXIT.
       2360-EXIT.
           EXIT.

       2370-TALLY-DISK-RECORD.
      *    Counted and hashed the way 2450 does and the verifier
      *    does; sequence and chain only from chained records.
           ADD 1 TO WS-DISK-COUNT.
           ADD WS-GW-CYCLE-NUMBER TO WS-DISK-HASH.
           IF WS-GW-SEQUENCE IS NUMERIC AND
              WS-GW-CHAIN-VALUE IS NUMERIC
               IF WS-GW-SEQUENCE > ZEROS
                   IF WS-DISK-FIRST-SEQ = ZEROS
                       MOVE WS-GW-SEQUENCE TO WS-DISK-FIRST-SEQ
                   END-IF
                   MOVE WS-GW-SEQUENCE TO WS-DISK-LAST-SEQ
                   MOVE WS-GW-CHAIN-VALUE TO WS-DISK-LAST-CHAIN
               END-IF
           END-IF.

       2380-SET-GEN-CONTROL.
      *    An entry that already agrees with the dataset is left as
      *    it is; one that does not is overwritten and AUDGENCT.DAT
      *    is marked for rewriting even if nothing else rolls.
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
                   UNTIL WS-GC-SUB > WS-GC-USED
                   OR WS-GC-MONTH (WS-GC-SUB) = WS-RECORD-MONTH
               CONTINUE
           END-PERFORM.
           IF WS-GC-SUB > WS-GC-USED
               IF WS-GC-USED >= 240
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "OVER 240 GENERATIONS ON AUDGENCT.DAT" TO
                       WS-ABEND-REASON
                   GO TO 2380-EXIT
               END-IF
               ADD 1 TO WS-GC-USED
               MOVE WS-GC-USED TO WS-GC-SUB
               MOVE WS-RECORD-MONTH TO WS-GC-MONTH (WS-GC-SUB)
               MOVE WS-TODAY-DATE TO WS-GC-ROLL-DATE (WS-GC-SUB)
               SET WS-GC-CHANGED TO TRUE
           END-IF.
           IF WS-GC-COUNT (WS-GC-SUB) NOT = WS-DISK-COUNT OR
              WS-GC-HASH (WS-GC-SUB) NOT = WS-DISK-HASH OR
              WS-GC-FIRST-SEQ (WS-GC-SUB) NOT = WS-DISK-FIRST-SEQ OR
              WS-GC-LAST-SEQ (WS-GC-SUB) NOT = WS-DISK-LAST-SEQ OR
              WS-GC-LAST-CHAIN (WS-GC-SUB) NOT = WS-DISK-LAST-CHAIN
               SET WS-GC-CHANGED TO TRUE
           END-IF.
           MOVE WS-DISK-COUNT TO WS-GC-COUNT (WS-GC-SUB).
           MOVE WS-DISK-HASH TO WS-GC-HASH (WS-GC-SUB).
           MOVE WS-DISK-FIRST-SEQ TO WS-GC-FIRST-SEQ (WS-GC-SUB).
           MOVE WS-DISK-LAST-SEQ TO WS-GC-LAST-SEQ (WS-GC-SUB).
           MOVE WS-DISK-LAST-CHAIN TO WS-GC-LAST-CHAIN (WS-GC-SUB).
       2380-EXIT.
           EXIT.

       2400-TALLY-GEN-MONTH.
           MOVE "N" TO WS-MONTH-FOUND-FLAG.
               MOVE 1 TO WS-MT-COUNT (WS-MONTH-SUB)
           END-IF.

       2450-TALLY-GEN-CONTROL.
      *    Count and hash every record; sequence and chain only from
      *    chained records, so a month rolled from before the chain
      *    existed carries zeros there.
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
                   UNTIL WS-GC-SUB > WS-GC-USED
                   OR WS-GC-MONTH (WS-GC-SUB) = WS-RECORD-MONTH
               CONTINUE
           END-PERFORM.
           IF WS-GC-SUB > WS-GC-USED
               IF WS-GC-USED >= 240
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "OVER 240 GENERATIONS ON AUDGENCT.DAT" TO
                       WS-ABEND-REASON
               ELSE
                   ADD 1 TO WS-GC-USED
                   MOVE WS-GC-USED TO WS-GC-SUB
                   MOVE WS-RECORD-MONTH TO WS-GC-MONTH (WS-GC-SUB)
                   MOVE ZEROS TO WS-GC-COUNT (WS-GC-SUB)
                   MOVE ZEROS TO WS-GC-HASH (WS-GC-SUB)
                   MOVE ZEROS TO WS-GC-FIRST-SEQ (WS-GC-SUB)
                   MOVE ZEROS TO WS-GC-LAST-SEQ (WS-GC-SUB)
                   MOVE ZEROS TO WS-GC-LAST-CHAIN (WS-GC-SUB)
               END-IF
           END-IF.
           IF NOT WS-RUN-FAILED
               ADD 1 TO WS-GC-COUNT (WS-GC-SUB)
               ADD AU-CYCLE-NUMBER TO WS-GC-HASH (WS-GC-SUB)
               MOVE WS-TODAY-DATE TO WS-GC-ROLL-DATE (WS-GC-SUB)
               IF AU-SEQUENCE-NUMBER IS NUMERIC AND
                  AU-CHAIN-VALUE IS NUMERIC
                   IF AU-SEQUENCE-NUMBER > ZEROS
                       IF WS-GC-FIRST-SEQ (WS-GC-SUB) = ZEROS
                           MOVE AU-SEQUENCE-NUMBER TO
                               WS-GC-FIRST-SEQ (WS-GC-SUB)
                       END-IF
                       MOVE AU-SEQUENCE-NUMBER TO
                           WS-GC-LAST-SEQ (WS-GC-SUB)
                       MOVE AU-CHAIN-VALUE TO
                           WS-GC-LAST-CHAIN (WS-GC-SUB)
                   END-IF
               END-IF
           END-IF.

       2500-WRITE-GEN-CONTROL.
      *    Rewritten whole, and only when something rolled or an
      *    entry had to be set from its dataset (2380). It goes
      *    before AUDIT.LOG is cut back, so a failure here leaves the
      *    rolled records still online as well.
           IF WS-ROLLED-COUNT = ZEROS AND NOT WS-GC-CHANGED
               GO TO 2500-EXIT
           END-IF.
           OPEN OUTPUT GEN-CONTROL-FILE.
           IF NOT WS-GENCT-OK
               SET WS-RUN-FAILED TO TRUE
               STRING "AUDGENCT.DAT OPEN FAILED, STATUS="
                   WS-GENCT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-REASON
               GO TO 2500-EXIT
           END-IF.
           PERFORM VARYING WS-GC-SUB FROM 1 BY 1
                   UNTIL WS-GC-SUB > WS-GC-USED
                   OR WS-RUN-FAILED
               MOVE WS-GC-MONTH (WS-GC-SUB) TO AG-GEN-MONTH
               MOVE WS-GC-COUNT (WS-GC-SUB) TO AG-RECORD-COUNT
               MOVE WS-GC-HASH (WS-GC-SUB) TO AG-CYCLE-HASH
               MOVE WS-GC-FIRST-SEQ (WS-GC-SUB) TO AG-FIRST-SEQUENCE
               MOVE WS-GC-LAST-SEQ (WS-GC-SUB) TO AG-LAST-SEQUENCE
               MOVE WS-GC-LAST-CHAIN (WS-GC-SUB) TO AG-LAST-CHAIN
               MOVE WS-GC-ROLL-DATE (WS-GC-SUB) TO AG-LAST-ROLL-DATE
               WRITE AUDIT-GENERATION-RECORD
               IF NOT WS-GENCT-OK
                   SET WS-RUN-FAILED TO TRUE
                   STRING "AUDGENCT.DAT WRITE FAILED, STATUS="
                       WS-GENCT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-REASON
               END-IF
           END-PERFORM.
           CLOSE GEN-CONTROL-FILE.
       2500-EXIT.
           EXIT.

       3000-REWRITE-CURRENT-LOG.
      *    The survivors replace AUDIT.LOG in one piece only after
      *    every rolled record is safely on its generation; a
      *    failure before this point leaves the original log
      *    untouched. The rerun that finishes the roll drops every
      *    chained record already on its generation (2250 against
      *    the generation as read in 2360), so a roll cut short
      *    anywhere - in the generation writes, in 2500 or here -
      *    can simply be rerun. An unchained record from before the
      *    trail was chained has no sequence to tell it by.
           OPEN OUTPUT AUDIT-LOG-FILE.
           IF NOT WS-AUDIT-OK
               SET WS-RUN-FAILED TO TRUE
           MOVE WS-ROLLED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           MOVE "ALREADY ROLLED BY EARLIER RUN" TO WS-CL-LABEL.
           MOVE WS-ALREADY-ROLLED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 7000-WRITE-REPORT-LINE.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-MONTH-USED
               MOVE SPACES TO WS-GL-NAME
