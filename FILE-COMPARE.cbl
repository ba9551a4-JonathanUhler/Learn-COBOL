      * Added plus removed plus changed, for the caller's on-error
      * handling
           01 LS-DIFF-COUNT PIC 9(8).
      * Comparison less baseline, record count and amount total, for
      * a caller that reports the deltas itself
           01 LS-COUNT-DELTA PIC S9(7).
           01 LS-AMOUNT-DELTA PIC S9(14)V9(2).
       PROCEDURE DIVISION USING LS-FILE-A-PATH LS-FILE-B-PATH
           LS-KEY-COL LS-AMOUNT-COL LS-DIFF-COUNT LS-COUNT-DELTA
           LS-AMOUNT-DELTA.
       MAIN-PROCEDURE.
           IF LS-FILE-A-PATH IS EQUAL TO SPACES
               DISPLAY "Enter the baseline file path..."
           PERFORM REPORT-DIFFERENCES
           COMPUTE LS-DIFF-COUNT =
               WS-ADDED + WS-REMOVED + WS-CHANGED
           MOVE WS-COUNT-DELTA TO LS-COUNT-DELTA
           COMPUTE LS-AMOUNT-DELTA = WS-B-TOTAL - WS-A-TOTAL
           GOBACK.
       LOAD-FILE-A.
           MOVE 0 TO WS-A-COUNT
