                   05 LR-LENGTH PIC 9(4).
                   05 FILLER PIC X(1).
                   05 LR-FIELDS PIC 9(3).
                   05 FILLER PIC X(1).
                   05 LR-FIELD-NAME PIC X(30).
                   05 FILLER PIC X(1).
                   05 LR-FIELD-OFFSET PIC 9(4).
                   05 FILLER PIC X(1).
                   05 LR-FIELD-LENGTH PIC 9(4).
                   05 FILLER PIC X(1).
                   05 LR-FIELD-TYPE PIC X(1).
                   05 FILLER PIC X(1).
                   05 LR-FIELD-DECIMALS PIC 9(1).
           FD FILE-TO-WRITE.
           01 FILE-CONTENT.
               05 FILE-LINE PIC X(250).
               05 FW-BULK-PASSWORD PIC X(100).
               05 FW-BULK-TYPE PIC A(1).
               05 FW-BULK-CURRENCY PIC X(3).
               05 FW-BULK-CAMPAIGN PIC X(8).
           01 FW-BULK-CONTROL.
               05 FW-BC-TYPE PIC X(3).
               05 FW-BC-COUNT PIC 9(6).
      * trailer count line the importer can verify
       BUILD-BULK-ACCOUNT-FILE.
           MOVE "bulkaccounts.txt" TO WS-REG-CHECK-NAME
           MOVE 212 TO WS-REG-OUR-LENGTH
           PERFORM CHECK-LAYOUT-REGISTRY
           OPEN OUTPUT FILE-TO-WRITE
           MOVE 0 TO WS-RECORD-COUNT
                   DISPLAY "Only USD, EUR or GBP are valid; try again"
               END-IF
           END-PERFORM
           DISPLAY "Enter promotion campaign code (blank for none)..."
           ACCEPT FW-BULK-CAMPAIGN
           WRITE FW-BULK-RECORD
           ADD 1 TO WS-RECORD-COUNT.
      * Warn when the detail-record length this program is about to
               READ LAYOUT-REGISTRY
                   AT END MOVE "y" TO WS-REG-EOF
                   NOT AT END
                       IF LR-NAME IS EQUAL TO WS-REG-CHECK-NAME AND
                           LR-FIELD-NAME IS EQUAL TO SPACES
                           MOVE "y" TO WS-REG-FOUND
                           MOVE "y" TO WS-REG-EOF
                       END-IF
