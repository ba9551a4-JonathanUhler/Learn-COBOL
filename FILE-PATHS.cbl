           01 WS-OVERRIDE-NAME PIC X(30).
           01 WS-OVERRIDE-PATH PIC X(1000).
           01 WS-FOUND-OVERRIDE PIC A(1).
      * Test region every name resolves under while it is set (a
      * BATCH-DRIVER rehearsal); kept across calls for the run, and
      * the configured overrides are ignored meanwhile, since they
      * name production paths
           01 WS-REGION-DIR PIC X(500) VALUE SPACES.
           01 WS-REGION-LEN PIC 9(4).
       LINKAGE SECTION.
      * Logical file name in (e.g. "balance.txt", or "DATADIR" for
      * the directory itself); resolved full path out. "REGION" with
      * a directory in the path sets the test region instead, and
      * with a blank path returns to the configured directory
           01 LS-FILE-NAME PIC X(30).
           01 LS-FILE-PATH PIC X(1000).
       PROCEDURE DIVISION USING LS-FILE-NAME LS-FILE-PATH.
       MAIN-PROCEDURE.
           IF LS-FILE-NAME IS EQUAL TO "REGION"
               MOVE LS-FILE-PATH TO WS-REGION-DIR
               GOBACK
           END-IF
           IF WS-REGION-DIR IS NOT EQUAL TO SPACES
               PERFORM RESOLVE-IN-REGION
               GOBACK
           END-IF
           MOVE SPACES TO LS-FILE-PATH
           MOVE "n" TO WS-FOUND-OVERRIDE
           MOVE "n" TO WS-HAVE-DIR
               WS-DATA-DIR(WS-DIR-LEN:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM.
      * The name joined to the test-region directory the same way
       RESOLVE-IN-REGION.
           MOVE SPACES TO LS-FILE-PATH
           MOVE 500 TO WS-REGION-LEN
           PERFORM UNTIL WS-REGION-LEN < 2 OR
               WS-REGION-DIR(WS-REGION-LEN:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-REGION-LEN
           END-PERFORM
           IF LS-FILE-NAME IS EQUAL TO "DATADIR"
               MOVE WS-REGION-DIR TO LS-FILE-PATH
           ELSE
               STRING WS-REGION-DIR(1:WS-REGION-LEN)
                   "/" DELIMITED BY SIZE
                   LS-FILE-NAME DELIMITED BY SPACE
                   INTO LS-FILE-PATH
               END-STRING
           END-IF.
       END PROGRAM FILE-PATHS.
