      *          nightly chain runs: the registry holds each logical
      *          file's expected record length (and field count for
      *          the reader's benefit), and any file whose records
      *          measure differently is reported as drifted.  The
      *          registry's field lines (the field dictionary FILE-ECHO
      *          decodes records with) are checked to cover each
      *          record exactly, and the standard layouts are added
      *          for the files that have none yet
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      * The layout registry: one line per logical file with its
      * expected record length and field count, and the field
      * dictionary lines for the file after it; FILE-WRITER's layout
      * mode consults the same registry before building a file
                   SELECT LAYOUT-REGISTRY ASSIGN TO
                       WS-REGISTRY-PATH
                   05 LR-LENGTH PIC 9(4).
                   05 FILLER PIC X(1).
                   05 LR-FIELDS PIC 9(3).
      * Blank on a file's own line; on a field dictionary line the
      * field name, its offset (from 1) and length in bytes, its type
      * - X text, A alphabetic, 9 unsigned number, S number with the
      * sign carried in its last digit - and its implied decimals
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
           FD CHECK-TARGET.
               01 CHECK-TARGET-LINE PIC X(600).
       WORKING-STORAGE SECTION.
           01 WS-RECORDS PIC 9(8).
           01 WS-CHECKED PIC 9(3).
           01 WS-MISMATCHES PIC 9(3).
      * Field dictionary check: each file's own line as it was read,
      * and for each file with field lines the count, the offset the
      * next field should start at and the faults found on the way
           01 WS-SUMMARY-COUNT PIC 9(3).
           01 WS-SUMMARY-TABLE.
               05 WS-SUMMARY OCCURS 200 TIMES.
                   10 WS-SUM-NAME PIC X(30).
                   10 WS-SUM-LENGTH PIC 9(4).
           01 WS-S PIC 9(3).
           01 WS-DICT-COUNT PIC 9(3).
           01 WS-DICT-TABLE.
               05 WS-DICT OCCURS 200 TIMES.
                   10 WS-DICT-NAME PIC X(30).
                   10 WS-DICT-FIELDS PIC 9(3).
                   10 WS-DICT-NEXT PIC 9(4).
                   10 WS-DICT-FAULTS PIC 9(3).
           01 WS-D PIC 9(3).
           01 WS-DICT-KEY PIC X(30).
           01 WS-DICT-FOUND PIC A(1).
           01 WS-DICT-MISMATCHES PIC 9(3).
           01 WS-COVERED PIC 9(4).
      * The standard layouts of the files ops most often has to read
      * by eye, added to the registry when it has no field lines for
      * them: file number, field name, length, type and decimals,
      * in record order.  Keep these in step with BANK's layouts
           01 WS-STANDARD-FILES.
               05 FILLER PIC X(30) VALUE "balance.txt".
               05 FILLER PIC X(30) VALUE "loans.txt".
           01 WS-STANDARD-FILE-TABLE REDEFINES WS-STANDARD-FILES.
               05 WS-STANDARD-FILE PIC X(30) OCCURS 2 TIMES.
           01 WS-STANDARD-FIELDS.
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-ID                    00890".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-AMMOUNT               012S2".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-ACCOUNT-TYPE          001A0".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-STATUS                001A0".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-CURRENCY              003X0".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-FAILED-ATTEMPTS       00290".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-LOCKOUT-DATE          00890".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-LOCKED                001A0".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-WITHDRAW-COUNT        00290".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-WITHDRAW-MONTH        00490".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-LAST-INTEREST-DATE    00690".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-WITHHOLD-FLAG         001A0".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-WITHHOLD-RATE         00492".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-WITHHOLD-TOTAL        01292".
               05 FILLER PIC X(36) VALUE
                   "1BALANCE-LAST-INTEREST-YMD     00690".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-ACCOUNT-ID               00890".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-PRINCIPAL                01292".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-RATE                     00794".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-TERM                     00390".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-NEXT-PAYMENT-DATE        00690".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-PAYMENT-AMMOUNT          01292".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-LAST-POSTED-DATE         00690".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-PERIODS-PAID             00390".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-DELINQ-STATUS            001A0".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-MISSED-COUNT             00390".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-DELINQ-SINCE             00690".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-LATE-FEE-DATE            00690".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-RATE-TYPE                001A0".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-INDEX-CODE               006X0".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-MARGIN                   00694".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-RESET-MONTHS             00390".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-NEXT-RESET-DATE          00690".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-RESET-CAP                00694".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-LIFE-CAP                 00694".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-INITIAL-RATE             00794".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-PENDING-RATE             00794".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-PENDING-PAYMENT          01292".
               05 FILLER PIC X(36) VALUE
                   "2LOAN-NOTICE-DATE              00690".
           01 WS-STANDARD-FIELD-TABLE REDEFINES WS-STANDARD-FIELDS.
               05 WS-STANDARD-FIELD OCCURS 38 TIMES.
                   10 WS-SF-FILE PIC 9(1).
                   10 WS-SF-NAME PIC X(30).
                   10 WS-SF-LENGTH PIC 9(3).
                   10 WS-SF-TYPE PIC X(1).
                   10 WS-SF-DECIMALS PIC 9(1).
           01 WS-F PIC 9(2).
           01 WS-N PIC 9(1).
           01 WS-OFFSET PIC 9(4).
           01 WS-SEEDED PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "layoutreg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-REGISTRY-PATH
           MOVE 0 TO WS-CHECKED
           MOVE 0 TO WS-MISMATCHES
           MOVE 0 TO WS-SUMMARY-COUNT
           MOVE 0 TO WS-DICT-COUNT
           MOVE 0 TO WS-DICT-MISMATCHES
           MOVE "n" TO WS-REG-EOF
           OPEN INPUT LAYOUT-REGISTRY
           IF WS-REGISTRY-STATUS IS NOT EQUAL TO "00"
           PERFORM UNTIL WS-REG-EOF IS EQUAL TO "y"
               READ LAYOUT-REGISTRY
                   AT END MOVE "y" TO WS-REG-EOF
                   NOT AT END
                       IF LR-FIELD-NAME IS EQUAL TO SPACES
                           PERFORM CHECK-ONE-LAYOUT
                       ELSE
                           PERFORM TALLY-DICTIONARY-FIELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUT-REGISTRY
           PERFORM VERIFY-FIELD-DICTIONARY
           IF WS-REGISTRY-STATUS IS NOT EQUAL TO "35"
               PERFORM SEED-FIELD-DICTIONARY
           END-IF
           DISPLAY "Files checked: "WS-CHECKED
           DISPLAY "Layout mismatches: "WS-MISMATCHES
           DISPLAY "Field dictionary mismatches: "WS-DICT-MISMATCHES
           IF WS-MISMATCHES > 0
               DISPLAY "DO NOT run the nightly chain until the drift
      -            "ed layouts are reconciled"
      * repair after the fact
       CHECK-ONE-LAYOUT.
           ADD 1 TO WS-CHECKED
           IF WS-SUMMARY-COUNT < 200
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE LR-NAME TO WS-SUM-NAME(WS-SUMMARY-COUNT)
               MOVE LR-LENGTH TO WS-SUM-LENGTH(WS-SUMMARY-COUNT)
           END-IF
           MOVE LR-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-TARGET-PATH
           MOVE 0 TO WS-MEASURED
               CHECK-TARGET-LINE(WS-THIS-LEN:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-THIS-LEN
           END-PERFORM.
      * One field dictionary line: the fields must be listed in
      * record order, each starting where the one before it ended,
      * with a type FILE-ECHO knows how to decode
       TALLY-DICTIONARY-FIELD.
           MOVE LR-NAME TO WS-DICT-KEY
           PERFORM FIND-DICTIONARY-FILE
           IF WS-DICT-FOUND IS NOT EQUAL TO "y" AND
               WS-DICT-COUNT < 200
               ADD 1 TO WS-DICT-COUNT
               MOVE WS-DICT-COUNT TO WS-D
               MOVE LR-NAME TO WS-DICT-NAME(WS-D)
               MOVE 0 TO WS-DICT-FIELDS(WS-D)
               MOVE 1 TO WS-DICT-NEXT(WS-D)
               MOVE 0 TO WS-DICT-FAULTS(WS-D)
               MOVE "y" TO WS-DICT-FOUND
           END-IF
           IF WS-DICT-FOUND IS EQUAL TO "y"
               ADD 1 TO WS-DICT-FIELDS(WS-D)
               IF LR-FIELD-OFFSET IS NOT EQUAL TO WS-DICT-NEXT(WS-D)
                   ADD 1 TO WS-DICT-FAULTS(WS-D)
                   DISPLAY LR-NAME": field "LR-FIELD-NAME" starts at "
                       LR-FIELD-OFFSET", expected "WS-DICT-NEXT(WS-D)
               END-IF
               IF LR-FIELD-TYPE IS NOT EQUAL TO "X" AND
                   LR-FIELD-TYPE IS NOT EQUAL TO "A" AND
                   LR-FIELD-TYPE IS NOT EQUAL TO "9" AND
                   LR-FIELD-TYPE IS NOT EQUAL TO "S"
                   ADD 1 TO WS-DICT-FAULTS(WS-D)
                   DISPLAY LR-NAME": field "LR-FIELD-NAME
                       " has unknown type "LR-FIELD-TYPE
               END-IF
               COMPUTE WS-DICT-NEXT(WS-D) =
                   LR-FIELD-OFFSET + LR-FIELD-LENGTH
           END-IF.
       FIND-DICTIONARY-FILE.
           MOVE "n" TO WS-DICT-FOUND
           PERFORM VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DICT-COUNT OR
                   WS-DICT-FOUND IS EQUAL TO "y"
               IF WS-DICT-NAME(WS-D) IS EQUAL TO WS-DICT-KEY
                   MOVE "y" TO WS-DICT-FOUND
               END-IF
           END-PERFORM
           IF WS-DICT-FOUND IS EQUAL TO "y"
               SUBTRACT 1 FROM WS-D
           END-IF.
      * The fields of each file must add up to the registered length
       VERIFY-FIELD-DICTIONARY.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DICT-COUNT
               COMPUTE WS-COVERED = WS-DICT-NEXT(WS-D) - 1
               PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SUMMARY-COUNT
                   IF WS-SUM-NAME(WS-S) IS EQUAL TO
                       WS-DICT-NAME(WS-D) AND
                       WS-SUM-LENGTH(WS-S) IS NOT EQUAL TO WS-COVERED
                       ADD 1 TO WS-DICT-FAULTS(WS-D)
                       DISPLAY WS-DICT-NAME(WS-D)": the "
                           WS-DICT-FIELDS(WS-D)" fields cover "
                           WS-COVERED" bytes but the registry length "
                           "is "WS-SUM-LENGTH(WS-S)
                   END-IF
               END-PERFORM
               IF WS-DICT-FAULTS(WS-D) > 0
                   ADD 1 TO WS-DICT-MISMATCHES
               ELSE
                   DISPLAY WS-DICT-NAME(WS-D)": field dictionary of "
                       WS-DICT-FIELDS(WS-D)" fields covers "WS-COVERED
                       " bytes"
               END-IF
           END-PERFORM.
      * Add the standard field lines for each standard file the
      * registry has no field lines for yet
       SEED-FIELD-DICTIONARY.
           MOVE 0 TO WS-SEEDED
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 2
               MOVE WS-STANDARD-FILE(WS-N) TO WS-DICT-KEY
               PERFORM FIND-DICTIONARY-FILE
               IF WS-DICT-FOUND IS NOT EQUAL TO "y"
                   IF WS-SEEDED IS EQUAL TO 0
                       OPEN EXTEND LAYOUT-REGISTRY
                   END-IF
                   ADD 1 TO WS-SEEDED
                   MOVE 1 TO WS-OFFSET
                   PERFORM WRITE-STANDARD-FIELD VARYING WS-F FROM 1
                       BY 1 UNTIL WS-F > 38
                   DISPLAY WS-STANDARD-FILE(WS-N)": field dictionary "
                       "started from the standard layout"
               END-IF
           END-PERFORM
           IF WS-SEEDED > 0
               CLOSE LAYOUT-REGISTRY
           END-IF.
       WRITE-STANDARD-FIELD.
           IF WS-SF-FILE(WS-F) IS EQUAL TO WS-N
               MOVE SPACES TO LAYOUT-REGISTRY-RECORD
               MOVE WS-STANDARD-FILE(WS-N) TO LR-NAME
               MOVE 0 TO LR-LENGTH
               MOVE 0 TO LR-FIELDS
               MOVE WS-SF-NAME(WS-F) TO LR-FIELD-NAME
               MOVE WS-OFFSET TO LR-FIELD-OFFSET
               MOVE WS-SF-LENGTH(WS-F) TO LR-FIELD-LENGTH
               MOVE WS-SF-TYPE(WS-F) TO LR-FIELD-TYPE
               MOVE WS-SF-DECIMALS(WS-F) TO LR-FIELD-DECIMALS
               WRITE LAYOUT-REGISTRY-RECORD
               ADD WS-SF-LENGTH(WS-F) TO WS-OFFSET
           END-IF.
       END PROGRAM LAYOUT-CHECK.
