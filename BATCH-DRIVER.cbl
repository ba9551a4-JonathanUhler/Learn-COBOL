                       FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
      * Ops-maintained job table driving the nightly chain: one line
      * per step (sequence, program, parameter, enabled flag,
      * on-error action, frequency, prerequisite steps, wait limit
      * and input file), so adding a job to the night is an ops
      * change instead of a code change. With no table on disk the
      * original built-in sort/stats/changes/accrual/interest chain
      * runs
                   SELECT JOB-TABLE-FILE ASSIGN TO
                       WS-JOB-TABLE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-JOB-TABLE-STATUS.
      * The holiday calendar (one YYMMDD per line) the job-table
      * frequencies are resolved against, shared with BANK's
      * ROLL-DATE-FORWARD and kept by CALENDAR-MAINT
                   SELECT HOLIDAY-FILE ASSIGN TO
                       WS-HOLIDAY-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
      * A job-table step's input file, opened only to see whether it
      * has arrived with at least one line in it
                   SELECT TRIGGER-FILE ASSIGN TO
                       WS-TRIGGER-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-TRIGGER-STATUS.
      * Every execution is appended here (chain start, each step's
      * start/end and outcome, checkpoint state), so the next morning
      * one file says what ran and why it stopped
                   SELECT CLOSE-CHECKLIST-FILE ASSIGN TO
                       WS-CLOSE-CHECKLIST-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Rehearsal: the ops-maintained list of chain outputs to diff
      * (one line per file: name, key column, amount column, with
      * YYMMDD standing for the run date in a dated name), and the
      * rehearsal report written into the test region
                   SELECT REHEARSAL-LIST-FILE ASSIGN TO
                       WS-RH-LIST-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-RH-LIST-STATUS.
                   SELECT REHEARSAL-REPORT-FILE ASSIGN TO
                       WS-RH-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD BATCH-CHECKPOINT-FILE.
               01 CHECKPOINT-RECORD.
                   05 CHECKPOINT-LAST-STEP PIC X(10).
      * Job table only: the sequence numbers of every step that has
      * finished successfully, since with prerequisites the steps no
      * longer finish in sequence order
                   05 CHECKPOINT-DONE-SEQS PIC X(60).
           FD RUN-HISTORY-FILE.
               01 RUN-HISTORY-LINE PIC X(120).
           FD BATCH-MARKER-FILE.
                   05 JT-PARAM PIC X(10).
      * Y = enabled; anything else is skipped
                   05 JT-ENABLED PIC X(1).
      * A = abort the chain on error, C = log it, skip the steps
      * that depend on it and carry on with the rest
                   05 JT-ON-ERROR PIC X(1).
      * D (or blank) = every night; F / L = first / last business day
      * of the month; Q = last business day of a quarter; Y = last
      * business day of the year
                   05 JT-FREQUENCY PIC X(1).
      * Up to three sequence numbers that must have finished
      * successfully (or not be due tonight) first; blank = none
                   05 JT-PREREQ PIC 9(3) OCCURS 3 TIMES.
      * Minutes to wait for the input file before the step times
      * out; blank = the driver's default
                   05 JT-WAIT-MINUTES PIC 9(4).
      * Logical name of a file that must exist and be non-empty
      * before the step runs (YYMMDD stands for the run date in a
      * dated name); blank = none
                   05 JT-TRIGGER-FILE PIC X(30).
           FD HOLIDAY-FILE.
               01 HOLIDAY-RECORD.
                   05 HOLIDAY-DATE PIC 9(6).
           FD TRIGGER-FILE.
               01 TRIGGER-LINE PIC X(200).
           FD REHEARSAL-LIST-FILE.
               01 REHEARSAL-LIST-LINE.
                   05 RL-FILE-NAME PIC X(30).
                   05 RL-KEY-COL PIC 9(2).
                   05 RL-AMOUNT-COL PIC 9(2).
           FD REHEARSAL-REPORT-FILE.
               01 REHEARSAL-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
      * Nightly chain: pre-sort the transaction extract, summarize it,
      * then post monthly interest, the same three jobs a teller would
      * Daily interest accrual step, run before the monthly posting so
      * the posting pays the accrued-to-date total
           01 WS-ACCRUAL-COMMAND PIC X(2) VALUE "da".
      * Approved rate and product changes land on their effective
      * date ahead of the accrual, so tonight accrues at the new rates
           01 WS-CHANGES-COMMAND PIC X(2) VALUE "ci".

           01 WS-CHECKPOINT-FILE-STATUS PIC X(2).
      * Month-end close state; the ordered step list is the exact
                   10 JOB-PARAM PIC X(10).
                   10 JOB-ENABLED PIC X(1).
                   10 JOB-ON-ERROR PIC X(1).
                   10 JOB-FREQUENCY PIC X(1).
                   10 JOB-PREREQ PIC 9(3) OCCURS 3 TIMES.
                   10 JOB-WAIT-MINUTES PIC 9(4).
                   10 JOB-TRIGGER-FILE PIC X(30).
           01 WS-JOB-IDX PIC 9(2).
           01 WS-LAST-SEQ PIC 9(3).
           01 WS-STEP-ERROR PIC A(1).
           01 WS-TABLE-COMMAND PIC X(2).
           01 WS-JOB-CALL-NAME PIC X(12).
      * Where each job-table step stands this run: P pending, R ran
      * (or finished on an earlier run), F failed, S skipped for a
      * prerequisite, N not due tonight, T timed out waiting for its
      * input file, X disabled
           01 WS-JOB-STATES.
               05 WS-JOB-STATE-ENTRY OCCURS 20 TIMES.
                   10 JOB-STATE PIC X(1).
                   10 JOB-WAITING PIC A(1).
                   10 JOB-WAIT-SINCE PIC 9(12).
      * Checkpointed sequence numbers of the steps already done
           01 WS-JOB-DONE-LIST.
               05 WS-JOB-DONE-SEQ PIC X(3) OCCURS 20 TIMES.
           01 WS-DONE-IDX PIC 9(2).
           01 WS-JOB-FOUND-DONE PIC A(1).
           01 WS-JOB-PENDING PIC 9(2).
           01 WS-JOB-STARTED PIC 9(2).
           01 WS-JOB-WAITERS PIC 9(2).
           01 WS-JOB-TIMEOUTS PIC 9(2).
           01 WS-JOB-OK-COUNT PIC 9(2).
           01 WS-JOB-FAILED-COUNT PIC 9(2).
           01 WS-JOB-SKIPPED-COUNT PIC 9(2).
           01 WS-JOB-TIMEOUT-COUNT PIC 9(2).
           01 WS-JOB-NOT-DUE-COUNT PIC 9(2).
           01 WS-JOB-NOT-RUN-COUNT PIC 9(2).
           01 WS-JOB-DUE PIC A(1).
      * y = met, w = a prerequisite is still pending, n = blocked by
      * a prerequisite that failed, was skipped, timed out or is not
      * in the table
           01 WS-PREREQ-MET PIC A(1).
           01 WS-PREREQ-IDX PIC 9(1).
           01 WS-PREREQ-SEQ PIC 9(3).
           01 WS-PREREQ-STATE PIC X(1).
           01 WS-PREREQ-BLOCKER PIC 9(3).
           01 WS-FIND-IDX PIC 9(2).
           01 WS-SKIP-REASON PIC X(30).
      * Input-file trigger: a waiting step is re-checked every poll
      * interval until its file arrives or its wait limit runs out
           01 WS-TRIGGER-NAME PIC X(30).
           01 WS-TRIGGER-PATH PIC X(1000).
           01 WS-TRIGGER-STATUS PIC X(2).
           01 WS-TRIGGER-ARRIVED PIC A(1).
           01 WS-JOB-POLL-SECONDS PIC 9(4) VALUE 60.
           01 WS-JOB-DEFAULT-WAIT PIC 9(4) VALUE 60.
           01 WS-JOB-WAIT-LIMIT PIC 9(4).
           01 WS-CLOCK-DATE PIC 9(8).
           01 WS-NOW-SECS PIC 9(12).
           01 WS-WAITED-MINUTES PIC 9(8).
      * Business-day calendar for the frequencies, read once a run
           01 WS-HOLIDAY-FILE-PATH PIC X(1000).
           01 WS-HOLIDAY-FILE-STATUS PIC X(2).
           01 WS-HOLIDAY-EOF PIC A(1).
           01 WS-HOLIDAYS-LOADED PIC A(1) VALUE "n".
           01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY PIC 9(6) OCCURS 100 TIMES.
           01 WS-RUN-STAMP PIC X(6).
           01 WS-CAL-TODAY-INT PIC 9(8).
           01 WS-CAL-INT PIC 9(8).
           01 WS-CAL-YYYYMMDD PIC 9(8).
           01 WS-CAL-DATE6 PIC 9(6).
           01 WS-CAL-SCAN-MONTH PIC 9(2).
           01 WS-CAL-DOW PIC 9(1).
           01 WS-CAL-IDX PIC 9(3).
           01 WS-CAL-BUSINESS PIC A(1).
           01 WS-CAL-SAME-MONTH PIC A(1).
           01 WS-FIRST-BUSINESS-DAY PIC A(1).
           01 WS-LAST-BUSINESS-DAY PIC A(1).
      * Run-history variables
           01 WS-RUN-HISTORY-PATH PIC X(1000).
           01 WS-HIST-TEXT PIC X(80).
      * Rehearsal state: the test region the chain runs in, the
      * output it is measured against (last night's production
      * output, or an unchanged copy run through the same chain), the
      * files to compare with their deltas, and each step's runtime
      * and outcome for the rehearsal report
           01 WS-REHEARSING PIC A(1) VALUE "n".
           01 WS-RH-REGION-DIR PIC X(500).
           01 WS-RH-REGION-LEN PIC 9(4).
           01 WS-RH-REGION-SETTING PIC X(1000).
           01 WS-RH-REGION-NAME PIC X(30) VALUE "REGION".
           01 WS-RH-PRODUCTION-DIR PIC X(1000).
      * p = last night's production output, u = an unchanged copy
           01 WS-RH-BASELINE-KIND PIC A(1).
           01 WS-RH-BASELINE-DIR PIC X(500).
           01 WS-RH-BASELINE-LEN PIC 9(4).
           01 WS-RH-LIST-PATH PIC X(1000).
           01 WS-RH-LIST-STATUS PIC X(2).
           01 WS-RH-LIST-EOF PIC A(1).
           01 WS-RH-REPORT-PATH PIC X(1000).
           01 WS-RH-CLONE-FAILED PIC A(1).
           01 WS-RH-TODAY-STAMP PIC X(6).
           01 WS-RH-PRIOR-DATE PIC 9(8).
           01 WS-RH-PRIOR-STAMP PIC X(6).
           01 WS-RH-PROD-JOB-COUNT PIC 9(2).
           01 WS-RH-PROD-JOBS PIC X(1420).
           01 WS-RH-TABLE-SOURCE PIC X(10).
           01 WS-RH-FILE-COUNT PIC 9(2).
           01 WS-RH-FILE-IDX PIC 9(2).
           01 WS-RH-FILES.
               05 WS-RH-FILE OCCURS 20 TIMES.
                   10 RH-FILE-NAME PIC X(30).
                   10 RH-KEY-COL PIC 9(2).
                   10 RH-AMOUNT-COL PIC 9(2).
      * "OK" once FILE-COMPARE has run on the pair
                   10 RH-COMPARED PIC X(2).
                   10 RH-DIFFS PIC 9(8).
                   10 RH-COUNT-DELTA PIC S9(7).
                   10 RH-AMOUNT-DELTA PIC S9(14)V9(2).
           01 WS-RH-NAME PIC X(30).
           01 WS-RH-BASELINE-NAME PIC X(30).
           01 WS-RH-REHEARSAL-PATH PIC X(1000).
           01 WS-RH-BASELINE-PATH PIC X(1000).
           01 WS-RH-DIFFS PIC 9(8).
           01 WS-RH-COUNT-DELTA PIC S9(7).
           01 WS-RH-AMOUNT-DELTA PIC S9(14)V9(2).
           01 WS-RH-STEP-COUNT PIC 9(2) VALUE 0.
           01 WS-RH-STEP-IDX PIC 9(2).
           01 WS-RH-STEP-ERRORS PIC 9(2).
           01 WS-RH-STEP-SKIPS PIC 9(2).
           01 WS-RH-SKIP-OUTCOME PIC X(7).
           01 WS-RH-STEPS.
               05 WS-RH-STEP OCCURS 20 TIMES.
                   10 RH-STEP-PROGRAM PIC X(30).
                   10 RH-STEP-RUNTIME PIC X(11).
                   10 RH-STEP-OUTCOME PIC X(7).
           01 WS-RH-COUNT-EDIT PIC -(7)9.
           01 WS-RH-AMOUNT-EDIT PIC -(14)9.99.
      * Operator-alert variables for the abort paths
           01 WS-OPS-MESSAGE PIC X(100).
           01 WS-OPS-SEVERITY PIC X(1).
                   10 WS-CURRENT-UTC-MINUTES PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESOLVE-DRIVER-PATHS
      * Blank (the unattended scheduler) keeps the nightly chain;
      * "m" runs the month-end close with its own checkpoint, and
      * "r" rehearses the nightly chain in a cloned test region
           MOVE SPACES TO WS-DRIVER-MODE
           DISPLAY "Run the (n)ightly chain, the (m)onth-end close, or a
      -        " (r)ehearsal in a test region?"
           ACCEPT WS-DRIVER-MODE
           IF WS-DRIVER-MODE IS EQUAL TO "m"
               PERFORM RUN-MONTH-END-CLOSE
               GOBACK
           END-IF
           IF WS-DRIVER-MODE IS EQUAL TO "r"
               PERFORM RUN-REHEARSAL
               GOBACK
           END-IF
      * Interactive sign-ins are held while this marker is set
           PERFORM SET-BATCH-MARKER
           PERFORM READ-CHECKPOINT
           MOVE SPACES TO WS-HIST-TEXT
           STRING "CHAIN START checkpoint=" WS-LAST-STEP
               DELIMITED BY SIZE INTO WS-HIST-TEXT
           END-STRING
           PERFORM WRITE-RUN-HISTORY
           PERFORM LOAD-JOB-TABLE
           IF WS-JOB-COUNT > 0
               PERFORM RUN-JOB-TABLE
           ELSE
               PERFORM RUN-BUILT-IN-CHAIN
           END-IF
           GOBACK.
      * Every file the driver touches, resolved through FILE-PATHS;
      * performed again once a rehearsal has pointed FILE-PATHS at
      * its test region
       RESOLVE-DRIVER-PATHS.
           MOVE "batchdriver.checkpoint" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BATCH-CHECKPOINT-PATH
      * The extract now carries its run date in its name; the chain
           CALL "FILE-PATHS" USING WS-FP-NAME WS-MONTHEND-REGISTER-PATH
           MOVE "closechecklist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CLOSE-CHECKLIST-PATH
           MOVE "rehearsalfiles.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-RH-LIST-PATH
           MOVE "holidays.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-HOLIDAY-FILE-PATH.
      * The original sort/stats/changes/accrual/interest chain, run
      * when no job table is on disk
       RUN-BUILT-IN-CHAIN.
           IF WS-LAST-STEP IS EQUAL TO SPACES
               PERFORM RUN-SORT-STEP
           END-IF
               (WS-LAST-STEP IS EQUAL TO SPACES OR
                WS-LAST-STEP IS EQUAL TO "SORT" OR
                WS-LAST-STEP IS EQUAL TO "STATS")
               PERFORM RUN-CHANGES-STEP
           END-IF

           IF WS-STEP-FAILED IS EQUAL TO "n" AND
               (WS-LAST-STEP IS EQUAL TO SPACES OR
                WS-LAST-STEP IS EQUAL TO "SORT" OR
                WS-LAST-STEP IS EQUAL TO "STATS" OR
                WS-LAST-STEP IS EQUAL TO "CHANGES")
               PERFORM RUN-ACCRUAL-STEP
           END-IF

               (WS-LAST-STEP IS EQUAL TO SPACES OR
                WS-LAST-STEP IS EQUAL TO "SORT" OR
                WS-LAST-STEP IS EQUAL TO "STATS" OR
                WS-LAST-STEP IS EQUAL TO "CHANGES" OR
                WS-LAST-STEP IS EQUAL TO "ACCRUAL")
               PERFORM RUN-INTEREST-STEP
           END-IF
               END-IF
               DISPLAY "BATCH-DRIVER: nightly batch chain complete..."
               PERFORM CLEAR-BATCH-MARKER
           END-IF.
      * Skip-ahead state: blank/"SORT"/"STATS"/"CHANGES"/"ACCRUAL"/
      * "INTEREST" records which
      * step last completed successfully, so a rerun after a crash
      * does not redo work that already succeeded
       READ-CHECKPOINT.
           MOVE SPACES TO WS-JOB-DONE-LIST
           OPEN INPUT BATCH-CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS IS EQUAL TO "00"
               READ BATCH-CHECKPOINT-FILE
                   AT END MOVE SPACES TO WS-LAST-STEP
                   NOT AT END
                       MOVE CHECKPOINT-LAST-STEP TO WS-LAST-STEP
                       MOVE CHECKPOINT-DONE-SEQS TO WS-JOB-DONE-LIST
               END-READ
           ELSE
               MOVE SPACES TO WS-LAST-STEP
           CLOSE BATCH-CHECKPOINT-FILE.
       SAVE-CHECKPOINT.
           MOVE WS-LAST-STEP TO CHECKPOINT-LAST-STEP
           MOVE WS-JOB-DONE-LIST TO CHECKPOINT-DONE-SEQS
           OPEN OUTPUT BATCH-CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
           CLOSE BATCH-CHECKPOINT-FILE.
      * Read the ops job table into its working table; a missing or
      * empty table file leaves WS-JOB-COUNT zero and the built-in
               END-PERFORM
           END-IF
           CLOSE JOB-TABLE-FILE.
      * Run the chain from the job table. Steps already done on an
      * earlier run (the checkpoint), disabled steps and steps not due
      * tonight are settled first; the rest run in passes, each step
      * once its prerequisites have finished and its input file has
      * arrived, so a step held up or failed stops only the steps
      * that depend on it. A pass that starts nothing while steps
      * still wait for files sleeps a poll interval and looks again,
      * timing out any step that has waited past its limit
       RUN-JOB-TABLE.
           PERFORM RESOLVE-RUN-CALENDAR
           PERFORM PREPARE-JOB-STATES
           PERFORM COUNT-PENDING-JOBS
           PERFORM UNTIL WS-JOB-PENDING IS EQUAL TO 0 OR
               WS-STEP-FAILED IS EQUAL TO "y"
               PERFORM RUN-JOB-PASS
           END-PERFORM
           PERFORM REPORT-JOB-OUTCOMES
           IF WS-STEP-FAILED IS EQUAL TO "y"
               DISPLAY "BATCH-DRIVER: chain aborted; rerun to resume f
      -            "rom the last completed step"
               END-CALL
           ELSE
               MOVE SPACES TO WS-LAST-STEP
               MOVE SPACES TO WS-JOB-DONE-LIST
               PERFORM SAVE-CHECKPOINT
               IF WS-JOB-SKIPPED-COUNT > 0
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING "nightly chain skipped "
                       WS-JOB-SKIPPED-COUNT
                       " steps behind failed prerequisites"
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-OPS-SEVERITY
                   CALL "OPS-ALERT" USING WS-OPS-MESSAGE
                       WS-OPS-SEVERITY WS-OPS-CALLER WS-OPS-STATUS
                       ON EXCEPTION CONTINUE
                   END-CALL
               END-IF
               DISPLAY "BATCH-DRIVER: job-table batch chain complete..
      -            "."
               MOVE "CHAIN COMPLETE" TO WS-HIST-TEXT
               PERFORM WRITE-RUN-HISTORY
               PERFORM CLEAR-BATCH-MARKER
           END-IF.
      * Settle every step's starting state. A checkpoint written
      * before prerequisites existed carries only the last sequence
      * number finished; every step at or below it counts as done
       PREPARE-JOB-STATES.
           IF WS-JOB-DONE-LIST IS EQUAL TO SPACES AND
               WS-LAST-STEP IS NOT EQUAL TO SPACES
               COMPUTE WS-LAST-SEQ = FUNCTION NUMVAL(WS-LAST-STEP)
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF JOB-SEQ(WS-JOB-IDX) <= WS-LAST-SEQ
                       MOVE JOB-SEQ(WS-JOB-IDX) TO
                           WS-JOB-DONE-SEQ(WS-JOB-IDX)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM PREPARE-ONE-JOB
           END-PERFORM.
       PREPARE-ONE-JOB.
           MOVE "n" TO JOB-WAITING(WS-JOB-IDX)
           MOVE 0 TO JOB-WAIT-SINCE(WS-JOB-IDX)
           MOVE "n" TO WS-JOB-FOUND-DONE
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > 20
               IF WS-JOB-DONE-SEQ(WS-DONE-IDX) IS EQUAL TO
                   JOB-SEQ(WS-JOB-IDX)
                   MOVE "y" TO WS-JOB-FOUND-DONE
               END-IF
           END-PERFORM
           IF JOB-ENABLED(WS-JOB-IDX) IS NOT EQUAL TO "Y"
               MOVE "X" TO JOB-STATE(WS-JOB-IDX)
           ELSE IF WS-JOB-FOUND-DONE IS EQUAL TO "y"
               MOVE "R" TO JOB-STATE(WS-JOB-IDX)
               DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                   " already done on an earlier run"
           ELSE
               PERFORM CHECK-JOB-DUE
               IF WS-JOB-DUE IS EQUAL TO "y"
                   MOVE "P" TO JOB-STATE(WS-JOB-IDX)
               ELSE
                   MOVE "N" TO JOB-STATE(WS-JOB-IDX)
                   DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                       " not due tonight (frequency "
                       JOB-FREQUENCY(WS-JOB-IDX)")"
                   MOVE SPACES TO WS-HIST-TEXT
                   STRING "STEP NOT-DUE seq=" JOB-SEQ(WS-JOB-IDX)
                       " frequency=" JOB-FREQUENCY(WS-JOB-IDX)
                       DELIMITED BY SIZE INTO WS-HIST-TEXT
                   END-STRING
                   PERFORM WRITE-RUN-HISTORY
               END-IF
           END-IF
           END-IF.
      * Is the step due tonight? Anything but F/L/Q/Y runs nightly
       CHECK-JOB-DUE.
           MOVE "y" TO WS-JOB-DUE
           IF JOB-FREQUENCY(WS-JOB-IDX) IS EQUAL TO "F"
               MOVE WS-FIRST-BUSINESS-DAY TO WS-JOB-DUE
           ELSE IF JOB-FREQUENCY(WS-JOB-IDX) IS EQUAL TO "L"
               MOVE WS-LAST-BUSINESS-DAY TO WS-JOB-DUE
           ELSE IF JOB-FREQUENCY(WS-JOB-IDX) IS EQUAL TO "Q"
               MOVE WS-LAST-BUSINESS-DAY TO WS-JOB-DUE
               IF WS-CURRENT-MONTH IS NOT EQUAL TO 3 AND
                   WS-CURRENT-MONTH IS NOT EQUAL TO 6 AND
                   WS-CURRENT-MONTH IS NOT EQUAL TO 9 AND
                   WS-CURRENT-MONTH IS NOT EQUAL TO 12
                   MOVE "n" TO WS-JOB-DUE
               END-IF
           ELSE IF JOB-FREQUENCY(WS-JOB-IDX) IS EQUAL TO "Y"
               MOVE WS-LAST-BUSINESS-DAY TO WS-JOB-DUE
               IF WS-CURRENT-MONTH IS NOT EQUAL TO 12
                   MOVE "n" TO WS-JOB-DUE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       COUNT-PENDING-JOBS.
           MOVE 0 TO WS-JOB-PENDING
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "P"
                   ADD 1 TO WS-JOB-PENDING
               END-IF
           END-PERFORM.
      * One pass over the pending steps. When nothing could start,
      * either steps are waiting for input files (check their wait
      * limits, then sleep a poll interval) or the remaining steps
      * wait only on each other and can never start
       RUN-JOB-PASS.
           MOVE 0 TO WS-JOB-STARTED
           MOVE 0 TO WS-JOB-WAITERS
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT OR
               WS-STEP-FAILED IS EQUAL TO "y"
               IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "P"
                   PERFORM TRY-JOB-STEP
               END-IF
           END-PERFORM
           PERFORM COUNT-PENDING-JOBS
           IF WS-JOB-PENDING > 0 AND WS-JOB-STARTED IS EQUAL TO 0 AND
               WS-STEP-FAILED IS EQUAL TO "n"
               IF WS-JOB-WAITERS IS EQUAL TO 0
                   PERFORM SKIP-UNRESOLVABLE-STEPS
               ELSE
                   PERFORM CHECK-WAIT-TIMEOUTS
                   IF WS-JOB-TIMEOUTS IS EQUAL TO 0
                       CALL "C$SLEEP" USING WS-JOB-POLL-SECONDS
                           ON EXCEPTION CONTINUE
                       END-CALL
                   END-IF
               END-IF
           END-IF.
       TRY-JOB-STEP.
           PERFORM CHECK-JOB-PREREQS
           IF WS-PREREQ-MET IS EQUAL TO "n"
               MOVE "S" TO JOB-STATE(WS-JOB-IDX)
               PERFORM REPORT-SKIPPED-STEP
           ELSE IF WS-PREREQ-MET IS EQUAL TO "y"
               PERFORM CHECK-JOB-TRIGGER
               IF WS-TRIGGER-ARRIVED IS EQUAL TO "y"
                   ADD 1 TO WS-JOB-STARTED
                   PERFORM DISPATCH-JOB-STEP
               ELSE
                   ADD 1 TO WS-JOB-WAITERS
                   IF JOB-WAITING(WS-JOB-IDX) IS EQUAL TO "n"
                       MOVE "y" TO JOB-WAITING(WS-JOB-IDX)
                       PERFORM READ-CHAIN-CLOCK
                       MOVE WS-NOW-SECS TO JOB-WAIT-SINCE(WS-JOB-IDX)
                       DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                           " waiting for "WS-TRIGGER-NAME
                       MOVE SPACES TO WS-HIST-TEXT
                       STRING "STEP WAITING seq=" JOB-SEQ(WS-JOB-IDX)
                           " file=" WS-TRIGGER-NAME
                           DELIMITED BY SIZE INTO WS-HIST-TEXT
                       END-STRING
                       PERFORM WRITE-RUN-HISTORY
                   END-IF
               END-IF
           END-IF
           END-IF.
      * Check the step's prerequisites against where each stands. A
      * prerequisite that ran, is not due tonight or is disabled is
      * met; one still pending holds the step; one that failed, was
      * skipped, timed out or is not in the table blocks it
       CHECK-JOB-PREREQS.
           MOVE "y" TO WS-PREREQ-MET
           PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
               UNTIL WS-PREREQ-IDX > 3 OR WS-PREREQ-MET IS EQUAL TO "n"
               IF JOB-PREREQ(WS-JOB-IDX, WS-PREREQ-IDX) IS NUMERIC
                   MOVE JOB-PREREQ(WS-JOB-IDX, WS-PREREQ-IDX) TO
                       WS-PREREQ-SEQ
                   IF WS-PREREQ-SEQ > 0
                       PERFORM FIND-PREREQ-STATE
                   END-IF
               END-IF
           END-PERFORM.
       FIND-PREREQ-STATE.
           MOVE "?" TO WS-PREREQ-STATE
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-JOB-COUNT
               IF JOB-SEQ(WS-FIND-IDX) IS EQUAL TO WS-PREREQ-SEQ
                   MOVE JOB-STATE(WS-FIND-IDX) TO WS-PREREQ-STATE
               END-IF
           END-PERFORM
           IF WS-PREREQ-STATE IS EQUAL TO "P"
               MOVE "w" TO WS-PREREQ-MET
           ELSE IF WS-PREREQ-STATE IS EQUAL TO "F" OR
               WS-PREREQ-STATE IS EQUAL TO "S" OR
               WS-PREREQ-STATE IS EQUAL TO "T" OR
               WS-PREREQ-STATE IS EQUAL TO "?"
               MOVE "n" TO WS-PREREQ-MET
               MOVE WS-PREREQ-SEQ TO WS-PREREQ-BLOCKER
               IF WS-PREREQ-STATE IS EQUAL TO "F"
                   MOVE "failed" TO WS-SKIP-REASON
               ELSE IF WS-PREREQ-STATE IS EQUAL TO "S"
                   MOVE "was skipped" TO WS-SKIP-REASON
               ELSE IF WS-PREREQ-STATE IS EQUAL TO "T"
                   MOVE "timed out" TO WS-SKIP-REASON
               ELSE
                   MOVE "is not in the job table" TO WS-SKIP-REASON
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
      * Has the step's input file arrived with at least one line?
       CHECK-JOB-TRIGGER.
           MOVE "y" TO WS-TRIGGER-ARRIVED
           IF JOB-TRIGGER-FILE(WS-JOB-IDX) IS NOT EQUAL TO SPACES
               MOVE "n" TO WS-TRIGGER-ARRIVED
               MOVE JOB-TRIGGER-FILE(WS-JOB-IDX) TO WS-TRIGGER-NAME
               INSPECT WS-TRIGGER-NAME REPLACING FIRST "YYMMDD"
                   BY WS-RUN-STAMP
               CALL "FILE-PATHS" USING WS-TRIGGER-NAME WS-TRIGGER-PATH
               OPEN INPUT TRIGGER-FILE
               IF WS-TRIGGER-STATUS IS EQUAL TO "00"
                   READ TRIGGER-FILE
                       AT END CONTINUE
                       NOT AT END MOVE "y" TO WS-TRIGGER-ARRIVED
                   END-READ
                   CLOSE TRIGGER-FILE
               END-IF
      * No feed ever lands in a test region; a rehearsal counts the
      * file as arrived rather than sit out the wait limit, and the
      * step runs against whatever the region holds
               IF WS-REHEARSING IS EQUAL TO "y" AND
                   WS-TRIGGER-ARRIVED IS EQUAL TO "n"
                   MOVE "y" TO WS-TRIGGER-ARRIVED
                   MOVE SPACES TO WS-HIST-TEXT
                   STRING "REHEARSAL TRIGGER WAIVED seq="
                       JOB-SEQ(WS-JOB-IDX) " file=" WS-TRIGGER-NAME
                       DELIMITED BY SIZE INTO WS-HIST-TEXT
                   END-STRING
                   PERFORM WRITE-RUN-HISTORY
               END-IF
           END-IF.
      * Time out every step that has waited past its limit for its
      * input file; the alert goes to ops either way, and a timed-out
      * step marked A aborts the chain as a failure would
       CHECK-WAIT-TIMEOUTS.
           MOVE 0 TO WS-JOB-TIMEOUTS
           PERFORM READ-CHAIN-CLOCK
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "P" AND
                   JOB-WAITING(WS-JOB-IDX) IS EQUAL TO "y"
                   PERFORM CHECK-ONE-TIMEOUT
               END-IF
           END-PERFORM.
       CHECK-ONE-TIMEOUT.
           MOVE WS-JOB-DEFAULT-WAIT TO WS-JOB-WAIT-LIMIT
           IF JOB-WAIT-MINUTES(WS-JOB-IDX) IS NUMERIC
               IF JOB-WAIT-MINUTES(WS-JOB-IDX) > 0
                   MOVE JOB-WAIT-MINUTES(WS-JOB-IDX) TO
                       WS-JOB-WAIT-LIMIT
               END-IF
           END-IF
           COMPUTE WS-WAITED-MINUTES =
               (WS-NOW-SECS - JOB-WAIT-SINCE(WS-JOB-IDX)) / 60
           IF WS-WAITED-MINUTES >= WS-JOB-WAIT-LIMIT
               ADD 1 TO WS-JOB-TIMEOUTS
               MOVE "T" TO JOB-STATE(WS-JOB-IDX)
               MOVE JOB-TRIGGER-FILE(WS-JOB-IDX) TO WS-TRIGGER-NAME
               INSPECT WS-TRIGGER-NAME REPLACING FIRST "YYMMDD"
                   BY WS-RUN-STAMP
               DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                   " timed out waiting for "WS-TRIGGER-NAME
               MOVE SPACES TO WS-HIST-TEXT
               STRING "STEP TIMEOUT seq=" JOB-SEQ(WS-JOB-IDX)
                   " file=" WS-TRIGGER-NAME
                   DELIMITED BY SIZE INTO WS-HIST-TEXT
               END-STRING
               PERFORM WRITE-RUN-HISTORY
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "nightly step " JOB-SEQ(WS-JOB-IDX) " "
                   JOB-PROGRAM(WS-JOB-IDX) " timed out waiting for "
                   WS-TRIGGER-NAME
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "E" TO WS-OPS-SEVERITY
               CALL "OPS-ALERT" USING WS-OPS-MESSAGE WS-OPS-SEVERITY
                   WS-OPS-CALLER WS-OPS-STATUS
                   ON EXCEPTION CONTINUE
               END-CALL
               IF JOB-ON-ERROR(WS-JOB-IDX) IS NOT EQUAL TO "C"
                   MOVE "y" TO WS-STEP-FAILED
               END-IF
               IF WS-REHEARSING IS EQUAL TO "y"
                   MOVE "TIMEOUT" TO WS-RH-SKIP-OUTCOME
                   PERFORM NOTE-REHEARSAL-SKIP
               END-IF
           END-IF.
      * Steps left pending with nothing waiting on a file can only be
      * waiting on each other (prerequisites that form a loop), so
      * none of them can ever start
       SKIP-UNRESOLVABLE-STEPS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "P"
                   MOVE "S" TO JOB-STATE(WS-JOB-IDX)
                   MOVE 0 TO WS-PREREQ-BLOCKER
                   MOVE "form a loop" TO WS-SKIP-REASON
                   PERFORM REPORT-SKIPPED-STEP
               END-IF
           END-PERFORM.
       REPORT-SKIPPED-STEP.
           MOVE SPACES TO WS-HIST-TEXT
           IF WS-PREREQ-BLOCKER IS EQUAL TO 0
               DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                   " skipped; its prerequisites " WS-SKIP-REASON
               STRING "STEP SKIPPED seq=" JOB-SEQ(WS-JOB-IDX)
                   " prerequisites " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO WS-HIST-TEXT
               END-STRING
           ELSE
               DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                   " skipped; prerequisite "WS-PREREQ-BLOCKER" "
                   WS-SKIP-REASON
               STRING "STEP SKIPPED seq=" JOB-SEQ(WS-JOB-IDX)
                   " prerequisite=" WS-PREREQ-BLOCKER
                   " " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO WS-HIST-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-RUN-HISTORY
           IF WS-REHEARSING IS EQUAL TO "y"
               MOVE "SKIPPED" TO WS-RH-SKIP-OUTCOME
               PERFORM NOTE-REHEARSAL-SKIP
           END-IF.
      * Count where the steps ended up and put the tally in the run
      * history; steps an abort left unstarted are named one by one
       REPORT-JOB-OUTCOMES.
           MOVE 0 TO WS-JOB-OK-COUNT
           MOVE 0 TO WS-JOB-FAILED-COUNT
           MOVE 0 TO WS-JOB-SKIPPED-COUNT
           MOVE 0 TO WS-JOB-TIMEOUT-COUNT
           MOVE 0 TO WS-JOB-NOT-DUE-COUNT
           MOVE 0 TO WS-JOB-NOT-RUN-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "R"
                   ADD 1 TO WS-JOB-OK-COUNT
               ELSE IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "F"
                   ADD 1 TO WS-JOB-FAILED-COUNT
               ELSE IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "S"
                   ADD 1 TO WS-JOB-SKIPPED-COUNT
               ELSE IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "T"
                   ADD 1 TO WS-JOB-TIMEOUT-COUNT
               ELSE IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "N"
                   ADD 1 TO WS-JOB-NOT-DUE-COUNT
               ELSE IF JOB-STATE(WS-JOB-IDX) IS EQUAL TO "P"
                   ADD 1 TO WS-JOB-NOT-RUN-COUNT
                   MOVE SPACES TO WS-HIST-TEXT
                   STRING "STEP NOT-RUN seq=" JOB-SEQ(WS-JOB-IDX)
                       " chain aborted first"
                       DELIMITED BY SIZE INTO WS-HIST-TEXT
                   END-STRING
                   PERFORM WRITE-RUN-HISTORY
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HIST-TEXT
           STRING "CHAIN SUMMARY ok=" WS-JOB-OK-COUNT
               " failed=" WS-JOB-FAILED-COUNT
               " skipped=" WS-JOB-SKIPPED-COUNT
               " timedout=" WS-JOB-TIMEOUT-COUNT
               " notdue=" WS-JOB-NOT-DUE-COUNT
               " notrun=" WS-JOB-NOT-RUN-COUNT
               DELIMITED BY SIZE INTO WS-HIST-TEXT
           END-STRING
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "BATCH-DRIVER: " WS-HIST-TEXT.
      * Seconds since the date-integer epoch, so a wait that crosses
      * midnight still measures correctly
       READ-CHAIN-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-CLOCK-DATE
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 86400 +
               WS-CURRENT-HOURS * 3600 + WS-CURRENT-MINUTE * 60 +
               WS-CURRENT-SECOND.
      * Tonight's place in the business calendar: whether today is
      * the first and/or the last business day of its month, with
      * weekends and the holiday calendar excluded
       RESOLVE-RUN-CALENDAR.
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE-DATA(3:6) TO WS-RUN-STAMP
           MOVE WS-CURRENT-DATE TO WS-CAL-YYYYMMDD
           COMPUTE WS-CAL-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-YYYYMMDD)
           MOVE WS-CAL-TODAY-INT TO WS-CAL-INT
           PERFORM CHECK-BUSINESS-DAY
           MOVE WS-CAL-BUSINESS TO WS-FIRST-BUSINESS-DAY
           MOVE WS-CAL-BUSINESS TO WS-LAST-BUSINESS-DAY
           IF WS-CAL-BUSINESS IS EQUAL TO "y"
      * First: no business day earlier in the month
               COMPUTE WS-CAL-INT =
                   WS-CAL-TODAY-INT - WS-CURRENT-DAY + 1
               PERFORM UNTIL WS-CAL-INT >= WS-CAL-TODAY-INT OR
                   WS-FIRST-BUSINESS-DAY IS EQUAL TO "n"
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-CAL-BUSINESS IS EQUAL TO "y"
                       MOVE "n" TO WS-FIRST-BUSINESS-DAY
                   END-IF
                   ADD 1 TO WS-CAL-INT
               END-PERFORM
      * Last: no business day later in the month
               COMPUTE WS-CAL-INT = WS-CAL-TODAY-INT + 1
               MOVE "y" TO WS-CAL-SAME-MONTH
               PERFORM UNTIL WS-CAL-SAME-MONTH IS EQUAL TO "n" OR
                   WS-LAST-BUSINESS-DAY IS EQUAL TO "n"
                   COMPUTE WS-CAL-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                   MOVE WS-CAL-YYYYMMDD(5:2) TO WS-CAL-SCAN-MONTH
                   IF WS-CAL-SCAN-MONTH IS NOT EQUAL TO
                       WS-CURRENT-MONTH
                       MOVE "n" TO WS-CAL-SAME-MONTH
                   ELSE
                       PERFORM CHECK-BUSINESS-DAY
                       IF WS-CAL-BUSINESS IS EQUAL TO "y"
                           MOVE "n" TO WS-LAST-BUSINESS-DAY
                       END-IF
                       ADD 1 TO WS-CAL-INT
                   END-IF
               END-PERFORM
           END-IF.
      * Is the date-integer day WS-CAL-INT a business day? Day 1 of
      * the date-integer epoch was a Monday, so MOD 7 gives 6 for
      * Saturday and 0 for Sunday, as in BANK's ROLL-DATE-FORWARD
       CHECK-BUSINESS-DAY.
           MOVE "y" TO WS-CAL-BUSINESS
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INT, 7)
           IF WS-CAL-DOW IS EQUAL TO 6 OR WS-CAL-DOW IS EQUAL TO 0
               MOVE "n" TO WS-CAL-BUSINESS
           ELSE
               COMPUTE WS-CAL-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
               MOVE WS-CAL-YYYYMMDD(3:6) TO WS-CAL-DATE6
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY(WS-CAL-IDX) IS EQUAL TO WS-CAL-DATE6
                       MOVE "n" TO WS-CAL-BUSINESS
                   END-IF
               END-PERFORM
           END-IF.
      * Read the holiday calendar once a run, up to BANK's 100-entry
      * cap; with no calendar on disk only weekends are excluded
       LOAD-HOLIDAY-TABLE.
           IF WS-HOLIDAYS-LOADED IS EQUAL TO "n"
               MOVE "y" TO WS-HOLIDAYS-LOADED
               MOVE 0 TO WS-HOLIDAY-COUNT
               MOVE "n" TO WS-HOLIDAY-EOF
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLIDAY-FILE-STATUS IS EQUAL TO "00"
                   PERFORM UNTIL WS-HOLIDAY-EOF IS EQUAL TO "y"
                       READ HOLIDAY-FILE
                           AT END MOVE "y" TO WS-HOLIDAY-EOF
                           NOT AT END
                               IF WS-HOLIDAY-COUNT < 100
                                   ADD 1 TO WS-HOLIDAY-COUNT
                                   MOVE HOLIDAY-DATE TO
                                       WS-HOLIDAY(WS-HOLIDAY-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.
      * Call one job-table step with the USING argument list its
      * program actually takes, the same per-program dispatch TIME-IT
      * uses; unknown programs are called with no arguments
               CALL "FILE-COMPARE" USING WS-COMPARE-A-PATH
                   WS-COMPARE-B-PATH WS-COMPARE-KEY-COL
                   WS-COMPARE-AMOUNT-COL WS-COMPARE-DIFFS
                   WS-RH-COUNT-DELTA WS-RH-AMOUNT-DELTA
                   ON EXCEPTION MOVE "y" TO WS-STEP-ERROR
               END-CALL
               IF WS-COMPARE-DIFFS > 0
               IF JOB-ON-ERROR(WS-JOB-IDX) IS EQUAL TO "C"
                   DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                       " failed; continuing per the job table"
                   MOVE "F" TO JOB-STATE(WS-JOB-IDX)
                   MOVE SPACES TO WS-HIST-TEXT
                   STRING "STEP FAILED-CONTINUE seq="
                       JOB-SEQ(WS-JOB-IDX)
                   DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                       " failed; aborting chain"
                   MOVE "y" TO WS-STEP-FAILED
                   MOVE "F" TO JOB-STATE(WS-JOB-IDX)
                   MOVE SPACES TO WS-HIST-TEXT
                   STRING "STEP FAILED-ABORT seq="
                       JOB-SEQ(WS-JOB-IDX)
           ELSE
               DISPLAY "BATCH-DRIVER: step "JOB-SEQ(WS-JOB-IDX)
                   " complete..."
               MOVE "R" TO JOB-STATE(WS-JOB-IDX)
               MOVE JOB-SEQ(WS-JOB-IDX) TO WS-JOB-DONE-SEQ(WS-JOB-IDX)
               MOVE JOB-SEQ(WS-JOB-IDX) TO WS-LAST-STEP
               PERFORM SAVE-CHECKPOINT
               MOVE SPACES TO WS-HIST-TEXT
                   PERFORM WRITE-RUN-HISTORY
           END-CALL.
           PERFORM LOG-STEP-RUNTIME.
       RUN-CHANGES-STEP.
           DISPLAY "BATCH-DRIVER: starting due-changes job..."
           MOVE "STEP START name=CHANGES" TO WS-HIST-TEXT
           PERFORM WRITE-RUN-HISTORY
           MOVE "BANK ci" TO WS-TIMED-PROGRAM
           PERFORM CAPTURE-STEP-START
           CALL "BANK" USING WS-KYC-MEMBER-ID WS-CHANGES-COMMAND
               ON EXCEPTION
                   DISPLAY "BATCH-DRIVER: due-changes job failed to run"
                       "; aborting chain"
                   MOVE "y" TO WS-STEP-FAILED
                   MOVE "STEP FAILED-ABORT name=CHANGES" TO
                       WS-HIST-TEXT
                   PERFORM WRITE-RUN-HISTORY
               NOT ON EXCEPTION
                   DISPLAY "BATCH-DRIVER: due-changes job complete..."
                   MOVE "CHANGES" TO WS-LAST-STEP
                   PERFORM SAVE-CHECKPOINT
                   MOVE "STEP END name=CHANGES outcome=OK" TO
                       WS-HIST-TEXT
                   PERFORM WRITE-RUN-HISTORY
           END-CALL.
           PERFORM LOG-STEP-RUNTIME.
       RUN-ACCRUAL-STEP.
           DISPLAY "BATCH-DRIVER: starting nightly accrual job..."
           MOVE "STEP START name=ACCRUAL" TO WS-HIST-TEXT
                   PERFORM WRITE-RUN-HISTORY
           END-CALL.
           PERFORM LOG-STEP-RUNTIME.
      * Rehearsal: clone today's production data into a test region
      * with CLONE-MASKER, point FILE-PATHS at the region, run the
      * whole chain there, then diff each listed output against last
      * night's production output or an unchanged copy with
      * FILE-COMPARE and write the rehearsal report into the region.
      * Production is only ever read: the clone and the comparison
      * open it for input, and everything the chain writes resolves
      * into the region
       RUN-REHEARSAL.
           MOVE SPACES TO WS-RH-REGION-DIR
           DISPLAY "Enter the test-region directory to rehearse in..."
           ACCEPT WS-RH-REGION-DIR
           MOVE "DATADIR" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-RH-PRODUCTION-DIR
           IF WS-RH-REGION-DIR IS EQUAL TO SPACES OR
               WS-RH-REGION-DIR IS EQUAL TO WS-RH-PRODUCTION-DIR
               DISPLAY "BATCH-DRIVER: a rehearsal needs a test-region di
      -            "rectory apart from production; nothing run"
           ELSE
               PERFORM CHOOSE-REHEARSAL-BASELINE
               PERFORM LOAD-REHEARSAL-FILES
               PERFORM LOAD-JOB-TABLE
      * Production's holiday calendar sets the rehearsed night's
      * business days; read it now, before FILE-PATHS moves to the
      * region
               PERFORM LOAD-HOLIDAY-TABLE
               MOVE WS-JOB-COUNT TO WS-RH-PROD-JOB-COUNT
               MOVE WS-JOB-ENTRIES TO WS-RH-PROD-JOBS
               MOVE "n" TO WS-RH-CLONE-FAILED
               CALL "CLONE-MASKER" USING WS-RH-REGION-DIR
                   ON EXCEPTION MOVE "y" TO WS-RH-CLONE-FAILED
               END-CALL
               IF WS-RH-CLONE-FAILED IS EQUAL TO "y"
                   DISPLAY "BATCH-DRIVER: CLONE-MASKER failed to run; re
      -                "hearsal abandoned"
               ELSE
                   PERFORM RUN-REHEARSAL-CHAIN
               END-IF
           END-IF.
       CHOOSE-REHEARSAL-BASELINE.
           MOVE SPACES TO WS-RH-BASELINE-KIND
           DISPLAY "Compare against last night's (p)roduction output, or
      -        " an (u)nchanged copy run through the chain?"
           ACCEPT WS-RH-BASELINE-KIND
           IF WS-RH-BASELINE-KIND IS EQUAL TO "u"
               MOVE SPACES TO WS-RH-BASELINE-DIR
               DISPLAY "Enter the unchanged copy's region directory..."
               ACCEPT WS-RH-BASELINE-DIR
           ELSE
               MOVE "p" TO WS-RH-BASELINE-KIND
               MOVE WS-RH-PRODUCTION-DIR TO WS-RH-BASELINE-DIR
           END-IF.
      * Read the list of outputs to compare while FILE-PATHS still
      * resolves into production; with no list on disk the night's
      * dated transaction extract is compared, on the same key and
      * amount columns as the FILE-COMPARE step
       LOAD-REHEARSAL-FILES.
           MOVE 0 TO WS-RH-FILE-COUNT
           MOVE "n" TO WS-RH-LIST-EOF
           OPEN INPUT REHEARSAL-LIST-FILE
           IF WS-RH-LIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-RH-LIST-EOF IS EQUAL TO "y"
                   READ REHEARSAL-LIST-FILE
                       AT END MOVE "y" TO WS-RH-LIST-EOF
                       NOT AT END
                           IF WS-RH-FILE-COUNT < 20 AND
                               RL-FILE-NAME IS NOT EQUAL TO SPACES AND
                               RL-KEY-COL IS NUMERIC AND
                               RL-AMOUNT-COL IS NUMERIC
                               ADD 1 TO WS-RH-FILE-COUNT
                               MOVE RL-FILE-NAME TO
                                   RH-FILE-NAME(WS-RH-FILE-COUNT)
                               MOVE RL-KEY-COL TO
                                   RH-KEY-COL(WS-RH-FILE-COUNT)
                               MOVE RL-AMOUNT-COL TO
                                   RH-AMOUNT-COL(WS-RH-FILE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REHEARSAL-LIST-FILE
           IF WS-RH-FILE-COUNT IS EQUAL TO 0
               MOVE 1 TO WS-RH-FILE-COUNT
               MOVE "transactions.YYMMDD.csv" TO RH-FILE-NAME(1)
               MOVE WS-COMPARE-KEY-COL TO RH-KEY-COL(1)
               MOVE WS-COMPARE-AMOUNT-COL TO RH-AMOUNT-COL(1)
           END-IF.
      * Switch FILE-PATHS to the region, run the chain there from a
      * clear checkpoint, compare, report, and switch back. The
      * region's own batchjobs.txt, if it has one, is the job table
      * under test; otherwise production's table is rehearsed
       RUN-REHEARSAL-CHAIN.
           MOVE WS-RH-REGION-DIR TO WS-RH-REGION-SETTING
           CALL "FILE-PATHS" USING WS-RH-REGION-NAME
               WS-RH-REGION-SETTING
           PERFORM RESOLVE-DRIVER-PATHS
           PERFORM LOAD-JOB-TABLE
           IF WS-JOB-COUNT > 0
               MOVE "region" TO WS-RH-TABLE-SOURCE
           ELSE
               MOVE WS-RH-PROD-JOB-COUNT TO WS-JOB-COUNT
               MOVE WS-RH-PROD-JOBS TO WS-JOB-ENTRIES
               MOVE "production" TO WS-RH-TABLE-SOURCE
           END-IF
           MOVE "y" TO WS-REHEARSING
           MOVE 0 TO WS-RH-STEP-COUNT
           MOVE "n" TO WS-STEP-FAILED
           MOVE "n" TO WS-STEP-ERROR
           MOVE SPACES TO WS-LAST-STEP
           MOVE SPACES TO WS-JOB-DONE-LIST
           PERFORM SAVE-CHECKPOINT
           PERFORM SET-BATCH-MARKER
      * A fresh clone has no run history or timing log to extend;
      * each rehearsal starts both anew in the region
           OPEN OUTPUT RUN-HISTORY-FILE
           CLOSE RUN-HISTORY-FILE
           OPEN OUTPUT TIME-IT-LOG
           CLOSE TIME-IT-LOG
           MOVE SPACES TO WS-HIST-TEXT
           STRING "REHEARSAL START table=" WS-RH-TABLE-SOURCE
               " baseline=" WS-RH-BASELINE-KIND
               DELIMITED BY SIZE INTO WS-HIST-TEXT
           END-STRING
           PERFORM WRITE-RUN-HISTORY
           IF WS-JOB-COUNT > 0
               PERFORM RUN-JOB-TABLE
           ELSE
               PERFORM RUN-BUILT-IN-CHAIN
           END-IF
           MOVE "n" TO WS-REHEARSING
           PERFORM COMPARE-REHEARSAL-OUTPUTS
           PERFORM WRITE-REHEARSAL-REPORT
           MOVE "REHEARSAL COMPLETE" TO WS-HIST-TEXT
           PERFORM WRITE-RUN-HISTORY
           MOVE SPACES TO WS-RH-REGION-SETTING
           CALL "FILE-PATHS" USING WS-RH-REGION-NAME
               WS-RH-REGION-SETTING.
      * Diff each listed output: the region's copy against the
      * baseline's. A dated name takes today's date in the region and
      * in an unchanged copy, and yesterday's date in production,
      * where last night's run left it
       COMPARE-REHEARSAL-OUTPUTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE-DATA(3:6) TO WS-RH-TODAY-STAMP
           MOVE WS-CURRENT-DATE TO WS-RH-PRIOR-DATE
           COMPUTE WS-RH-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RH-PRIOR-DATE) - 1)
           MOVE WS-RH-PRIOR-DATE(3:6) TO WS-RH-PRIOR-STAMP
           MOVE 500 TO WS-RH-REGION-LEN
           PERFORM UNTIL WS-RH-REGION-LEN < 2 OR
               WS-RH-REGION-DIR(WS-RH-REGION-LEN:1) IS NOT EQUAL TO
               SPACE
               SUBTRACT 1 FROM WS-RH-REGION-LEN
           END-PERFORM
           MOVE 500 TO WS-RH-BASELINE-LEN
           PERFORM UNTIL WS-RH-BASELINE-LEN < 2 OR
               WS-RH-BASELINE-DIR(WS-RH-BASELINE-LEN:1) IS NOT EQUAL
               TO SPACE
               SUBTRACT 1 FROM WS-RH-BASELINE-LEN
           END-PERFORM
           PERFORM VARYING WS-RH-FILE-IDX FROM 1 BY 1
               UNTIL WS-RH-FILE-IDX > WS-RH-FILE-COUNT
               PERFORM COMPARE-ONE-OUTPUT
           END-PERFORM.
       COMPARE-ONE-OUTPUT.
           MOVE RH-FILE-NAME(WS-RH-FILE-IDX) TO WS-RH-NAME
           INSPECT WS-RH-NAME REPLACING FIRST "YYMMDD"
               BY WS-RH-TODAY-STAMP
           MOVE RH-FILE-NAME(WS-RH-FILE-IDX) TO WS-RH-BASELINE-NAME
           IF WS-RH-BASELINE-KIND IS EQUAL TO "p"
               INSPECT WS-RH-BASELINE-NAME REPLACING FIRST "YYMMDD"
                   BY WS-RH-PRIOR-STAMP
           ELSE
               INSPECT WS-RH-BASELINE-NAME REPLACING FIRST "YYMMDD"
                   BY WS-RH-TODAY-STAMP
           END-IF
           MOVE SPACES TO WS-RH-REHEARSAL-PATH
           STRING WS-RH-REGION-DIR(1:WS-RH-REGION-LEN)
               "/" DELIMITED BY SIZE
               WS-RH-NAME DELIMITED BY SPACE
               INTO WS-RH-REHEARSAL-PATH
           END-STRING
           MOVE SPACES TO WS-RH-BASELINE-PATH
           STRING WS-RH-BASELINE-DIR(1:WS-RH-BASELINE-LEN)
               "/" DELIMITED BY SIZE
               WS-RH-BASELINE-NAME DELIMITED BY SPACE
               INTO WS-RH-BASELINE-PATH
           END-STRING
           DISPLAY "BATCH-DRIVER: comparing "WS-RH-NAME
           MOVE 0 TO WS-RH-DIFFS
           MOVE 0 TO WS-RH-COUNT-DELTA
           MOVE 0 TO WS-RH-AMOUNT-DELTA
           MOVE "OK" TO RH-COMPARED(WS-RH-FILE-IDX)
           CALL "FILE-COMPARE" USING WS-RH-BASELINE-PATH
               WS-RH-REHEARSAL-PATH RH-KEY-COL(WS-RH-FILE-IDX)
               RH-AMOUNT-COL(WS-RH-FILE-IDX) WS-RH-DIFFS
               WS-RH-COUNT-DELTA WS-RH-AMOUNT-DELTA
               ON EXCEPTION
                   MOVE "NO" TO RH-COMPARED(WS-RH-FILE-IDX)
           END-CALL
           MOVE WS-RH-NAME TO RH-FILE-NAME(WS-RH-FILE-IDX)
           MOVE WS-RH-DIFFS TO RH-DIFFS(WS-RH-FILE-IDX)
           MOVE WS-RH-COUNT-DELTA TO RH-COUNT-DELTA(WS-RH-FILE-IDX)
           MOVE WS-RH-AMOUNT-DELTA TO RH-AMOUNT-DELTA(WS-RH-FILE-IDX).
      * The rehearsal report, written into the region while
      * FILE-PATHS still points there: each step's runtime and
      * outcome, the step-error count, and each output's record count
      * and amount deltas against the baseline
       WRITE-REHEARSAL-REPORT.
           MOVE SPACES TO WS-FP-NAME
           STRING "rehearsal." WS-RH-TODAY-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           CALL "FILE-PATHS" USING WS-FP-NAME WS-RH-REPORT-PATH
           OPEN OUTPUT REHEARSAL-REPORT-FILE
           MOVE SPACES TO REHEARSAL-REPORT-LINE
           STRING "NIGHTLY-CHAIN REHEARSAL " WS-CURRENT-DATE
               " job table=" WS-RH-TABLE-SOURCE
               DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
           END-STRING
           WRITE REHEARSAL-REPORT-LINE
           MOVE SPACES TO REHEARSAL-REPORT-LINE
           STRING "Test region: " WS-RH-REGION-DIR(1:WS-RH-REGION-LEN)
               DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
           END-STRING
           WRITE REHEARSAL-REPORT-LINE
           MOVE SPACES TO REHEARSAL-REPORT-LINE
           IF WS-RH-BASELINE-KIND IS EQUAL TO "p"
               STRING "Compared against: last night's production output
      -            "in " WS-RH-BASELINE-DIR(1:WS-RH-BASELINE-LEN)
                   DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
               END-STRING
           ELSE
               STRING "Compared against: unchanged copy in "
                   WS-RH-BASELINE-DIR(1:WS-RH-BASELINE-LEN)
                   DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
               END-STRING
           END-IF
           WRITE REHEARSAL-REPORT-LINE
           MOVE "STEPS" TO REHEARSAL-REPORT-LINE
           WRITE REHEARSAL-REPORT-LINE
           MOVE 0 TO WS-RH-STEP-ERRORS
           MOVE 0 TO WS-RH-STEP-SKIPS
           PERFORM VARYING WS-RH-STEP-IDX FROM 1 BY 1
               UNTIL WS-RH-STEP-IDX > WS-RH-STEP-COUNT
               IF RH-STEP-OUTCOME(WS-RH-STEP-IDX) IS EQUAL TO "FAILED"
                   OR RH-STEP-OUTCOME(WS-RH-STEP-IDX) IS EQUAL TO
                   "TIMEOUT"
                   ADD 1 TO WS-RH-STEP-ERRORS
               END-IF
               IF RH-STEP-OUTCOME(WS-RH-STEP-IDX) IS EQUAL TO
                   "SKIPPED"
                   ADD 1 TO WS-RH-STEP-SKIPS
               END-IF
               MOVE SPACES TO REHEARSAL-REPORT-LINE
               STRING "  step=" WS-RH-STEP-IDX
                   " program=" RH-STEP-PROGRAM(WS-RH-STEP-IDX)
                   " runtime=" RH-STEP-RUNTIME(WS-RH-STEP-IDX)
                   " outcome=" RH-STEP-OUTCOME(WS-RH-STEP-IDX)
                   DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
               END-STRING
               WRITE REHEARSAL-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REHEARSAL-REPORT-LINE
           STRING "Steps: " WS-RH-STEP-COUNT
               " step errors: " WS-RH-STEP-ERRORS
               " skipped: " WS-RH-STEP-SKIPS
               " chain aborted: " WS-STEP-FAILED
               DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
           END-STRING
           WRITE REHEARSAL-REPORT-LINE
           MOVE "OUTPUTS" TO REHEARSAL-REPORT-LINE
           WRITE REHEARSAL-REPORT-LINE
           PERFORM VARYING WS-RH-FILE-IDX FROM 1 BY 1
               UNTIL WS-RH-FILE-IDX > WS-RH-FILE-COUNT
               MOVE SPACES TO REHEARSAL-REPORT-LINE
               IF RH-COMPARED(WS-RH-FILE-IDX) IS EQUAL TO "OK"
                   MOVE RH-COUNT-DELTA(WS-RH-FILE-IDX) TO
                       WS-RH-COUNT-EDIT
                   MOVE RH-AMOUNT-DELTA(WS-RH-FILE-IDX) TO
                       WS-RH-AMOUNT-EDIT
                   STRING "  file=" RH-FILE-NAME(WS-RH-FILE-IDX)
                       " count delta=" WS-RH-COUNT-EDIT
                       " amount delta=" WS-RH-AMOUNT-EDIT
                       " differences=" RH-DIFFS(WS-RH-FILE-IDX)
                       DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  file=" RH-FILE-NAME(WS-RH-FILE-IDX)
                       " FILE-COMPARE failed to run"
                       DELIMITED BY SIZE INTO REHEARSAL-REPORT-LINE
                   END-STRING
               END-IF
               WRITE REHEARSAL-REPORT-LINE
           END-PERFORM
           CLOSE REHEARSAL-REPORT-FILE
           DISPLAY "BATCH-DRIVER: rehearsal report "
               WS-FP-NAME " written to the test region".
      * Month-end close: the five close steps in order, exactly once
      * per month, with a resumable checkpoint, a closing checklist
      * line per step, and the supervisor sign-off recorded at the
           END-STRING
           OPEN EXTEND TIME-IT-LOG
               WRITE TIME-IT-LOG-LINE
           CLOSE TIME-IT-LOG
           IF WS-REHEARSING IS EQUAL TO "y"
               PERFORM NOTE-REHEARSAL-STEP
           END-IF.
      * Keep the step's runtime and outcome for the rehearsal report;
      * the outcome flags are already set when the runtime is logged
       NOTE-REHEARSAL-STEP.
           IF WS-RH-STEP-COUNT < 20
               ADD 1 TO WS-RH-STEP-COUNT
               MOVE WS-TIMED-PROGRAM TO
                   RH-STEP-PROGRAM(WS-RH-STEP-COUNT)
               MOVE BD-DIFF-HHMMSSDD TO
                   RH-STEP-RUNTIME(WS-RH-STEP-COUNT)
               IF WS-STEP-ERROR IS EQUAL TO "y" OR
                   WS-STEP-FAILED IS EQUAL TO "y"
                   MOVE "FAILED" TO RH-STEP-OUTCOME(WS-RH-STEP-COUNT)
               ELSE
                   MOVE "OK" TO RH-STEP-OUTCOME(WS-RH-STEP-COUNT)
               END-IF
           END-IF.
      * A step that never ran (skipped behind a prerequisite, or timed
      * out waiting for its file) is reported with no runtime
       NOTE-REHEARSAL-SKIP.
           IF WS-RH-STEP-COUNT < 20
               ADD 1 TO WS-RH-STEP-COUNT
               MOVE JOB-PROGRAM(WS-JOB-IDX) TO
                   RH-STEP-PROGRAM(WS-RH-STEP-COUNT)
               MOVE SPACES TO RH-STEP-RUNTIME(WS-RH-STEP-COUNT)
               MOVE WS-RH-SKIP-OUTCOME TO
                   RH-STEP-OUTCOME(WS-RH-STEP-COUNT)
           END-IF.
      * Append one timestamped line to the run-history file
       WRITE-RUN-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
