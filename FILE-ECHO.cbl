               FILE-CONTROL.
                   SELECT FILE-TO-ECHO ASSIGN TO WS-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * The layout registry, read for the field dictionary lines of
      * the file being decoded
                   SELECT LAYOUT-REGISTRY ASSIGN TO
                       WS-REGISTRY-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REGISTRY-STATUS.
      * A logical file decoded a line at a time
                   SELECT DECODE-TARGET ASSIGN TO WS-DECODE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DECODE-STATUS.
      * The indexed files that can be read by key as well as browsed
      * in key order; the record lengths must stay in step with BANK's
                   SELECT ECHO-BALANCES ASSIGN TO
                       WS-BALANCES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-DECODE-STATUS
                       RECORD KEY IS EB-BALANCE-ID.
                   SELECT ECHO-LOANS ASSIGN TO
                       WS-LOANS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-DECODE-STATUS
                       RECORD KEY IS EL-ACCOUNT-ID.
                   SELECT ECHO-TERM-DEPOSITS ASSIGN TO
                       WS-TERM-DEPOSITS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-DECODE-STATUS
                       RECORD KEY IS ET-ACCOUNT-ID.
       DATA DIVISION.
           FILE SECTION.
           FD FILE-TO-ECHO.
           01 FILE-CONTENT.
               05 FILE-LINE PIC X(100).
           FD LAYOUT-REGISTRY.
               01 LAYOUT-REGISTRY-RECORD.
                   05 LR-NAME PIC X(30).
                   05 FILLER PIC X(1).
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
           FD DECODE-TARGET.
               01 DECODE-TARGET-LINE PIC X(600).
           FD ECHO-BALANCES.
               01 EB-RECORD.
                   05 EB-BALANCE-ID PIC 9(8).
                   05 EB-REST PIC X(63).
           FD ECHO-LOANS.
               01 EL-RECORD.
                   05 EL-ACCOUNT-ID PIC 9(8).
                   05 EL-REST PIC X(131).
           FD ECHO-TERM-DEPOSITS.
               01 ET-RECORD.
                   05 ET-ACCOUNT-ID PIC 9(8).
                   05 ET-REST PIC X(41).

       WORKING-STORAGE SECTION.
           01 WS-FILE-CONTENT.
      * match that a short search term on a normal line never has
           01 WS-KEYWORD-TRIMMED PIC X(100).
           01 WS-KEYWORD-LEN PIC 9(3) VALUE 0.
      * e echoes lines as they stand, d decodes each record into its
      * labelled fields by the layout registry's field dictionary
           01 WS-ECHO-MODE PIC A(1).
      * Resolved by the shared FILE-PATHS subprogram
           01 WS-FP-NAME PIC X(30).
           01 WS-REGISTRY-PATH PIC X(1000).
           01 WS-DECODE-PATH PIC X(1000).
           01 WS-BALANCES-PATH PIC X(1000).
           01 WS-LOANS-PATH PIC X(1000).
           01 WS-TERM-DEPOSITS-PATH PIC X(1000).
           01 WS-REGISTRY-STATUS PIC X(2).
           01 WS-DECODE-STATUS PIC X(2).
      * Decode variables: the chosen file's fields, the optional
      * filter, and the current record and field being decoded
           01 WS-DC-FILE-NAME PIC X(30).
           01 WS-DC-EOF PIC A(1).
      * k one record by key, b every record in key order
           01 WS-DC-ACCESS PIC A(1).
           01 WS-DC-KEY PIC 9(8).
           01 WS-DC-RECORD PIC X(600).
           01 WS-DC-FIELD-COUNT PIC 9(3).
           01 WS-DC-FIELD-TABLE.
               05 WS-DC-FIELD OCCURS 100 TIMES.
                   10 WS-DC-F-NAME PIC X(30).
                   10 WS-DC-F-OFFSET PIC 9(4).
                   10 WS-DC-F-LENGTH PIC 9(4).
                   10 WS-DC-F-TYPE PIC X(1).
                   10 WS-DC-F-DECIMALS PIC 9(1).
           01 WS-DC-F PIC 9(3).
           01 WS-DC-FILTER-FIELD PIC 9(3).
           01 WS-DC-FILTER-NAME PIC X(30).
           01 WS-DC-FILTER-VALUE PIC X(100).
           01 WS-DC-FILTER-NUMBER PIC S9(14)V9(4).
           01 WS-DC-SHOW PIC A(1).
           01 WS-DC-READ PIC 9(7).
           01 WS-DC-SHOWN PIC 9(7).
           01 WS-DC-RAW PIC X(100).
           01 WS-DC-OUT PIC X(100).
           01 WS-DC-POINTER PIC 9(3).
           01 WS-DC-LEN PIC 9(4).
           01 WS-DC-INT-LEN PIC 9(4).
           01 WS-DC-P PIC 9(4).
           01 WS-DC-SIGN PIC X(1).
           01 WS-DC-NUMERIC PIC A(1).
           01 WS-DC-VALUE PIC S9(14)V9(4).
      * Sign codes a signed field carries in its last digit, for 0
      * through 9: the ASCII negatives, then the EBCDIC negatives and
      * positives, for files brought over from the mainframe
           01 WS-DC-ASCII-NEGATIVE PIC X(10) VALUE "pqrstuvwxy".
           01 WS-DC-EBCDIC-NEGATIVE PIC X(10) VALUE "}JKLMNOPQR".
           01 WS-DC-EBCDIC-POSITIVE PIC X(10) VALUE "{ABCDEFGHI".
           01 WS-DC-DIGITS PIC X(10) VALUE "0123456789".
           01 WS-DC-D PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Echo lines (e) or decode records by the field "
               "dictionary (d)?"
           ACCEPT WS-ECHO-MODE
           IF WS-ECHO-MODE IS EQUAL TO "d"
               PERFORM DECODE-RECORDS
           ELSE
               PERFORM ECHO-LINES
           END-IF
           STOP RUN.

      * Lines as they stand, optionally only those with a keyword
       ECHO-LINES.
           DISPLAY "Enter file path..."
           ACCEPT WS-FILE-PATH

                   END-READ
               END-PERFORM.
           CLOSE FILE-TO-ECHO.

      * Every line is numbered; when a keyword was entered, only lines
      * containing it are displayed
               END-IF
           END-IF.

      * Each record of a logical file shown field by field with its
      * dictionary label, numbers with their sign and decimals
      * applied; optionally only the records whose chosen field holds
      * a given value
       DECODE-RECORDS.
           DISPLAY "Enter the logical file name (e.g. balance.txt)..."
           ACCEPT WS-DC-FILE-NAME
           PERFORM LOAD-FIELD-DICTIONARY
           IF WS-DC-FIELD-COUNT IS EQUAL TO 0
               DISPLAY "No field dictionary for "WS-DC-FILE-NAME
                   " in the layout registry"
           ELSE
               PERFORM TAKE-DECODE-FILTER
               MOVE 0 TO WS-DC-READ
               MOVE 0 TO WS-DC-SHOWN
               MOVE "b" TO WS-DC-ACCESS
               IF WS-DC-FILE-NAME IS EQUAL TO "balance.txt" OR
                   WS-DC-FILE-NAME IS EQUAL TO "loans.txt" OR
                   WS-DC-FILE-NAME IS EQUAL TO "termdeposits.txt"
                   DISPLAY "Read one record by key (k) or browse every "
                       "record (b)?"
                   ACCEPT WS-DC-ACCESS
                   IF WS-DC-ACCESS IS EQUAL TO "k"
                       DISPLAY "Enter the account number..."
                       ACCEPT WS-DC-KEY
                   END-IF
               END-IF
               IF WS-DC-FILE-NAME IS EQUAL TO "balance.txt"
                   PERFORM DECODE-BALANCES
               ELSE IF WS-DC-FILE-NAME IS EQUAL TO "loans.txt"
                   PERFORM DECODE-LOANS
               ELSE IF WS-DC-FILE-NAME IS EQUAL TO "termdeposits.txt"
                   PERFORM DECODE-TERM-DEPOSITS
               ELSE
                   PERFORM DECODE-SEQUENTIAL-FILE
               END-IF
               END-IF
               END-IF
               DISPLAY "Records read: "WS-DC-READ" shown: "WS-DC-SHOWN
           END-IF.
      * The file's field lines from the layout registry, in order
       LOAD-FIELD-DICTIONARY.
           MOVE "layoutreg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-REGISTRY-PATH
           MOVE 0 TO WS-DC-FIELD-COUNT
           MOVE "n" TO WS-DC-EOF
           OPEN INPUT LAYOUT-REGISTRY
           IF WS-REGISTRY-STATUS IS NOT EQUAL TO "00"
               MOVE "y" TO WS-DC-EOF
           END-IF
           PERFORM UNTIL WS-DC-EOF IS EQUAL TO "y"
               READ LAYOUT-REGISTRY
                   AT END MOVE "y" TO WS-DC-EOF
                   NOT AT END
                       IF LR-NAME IS EQUAL TO WS-DC-FILE-NAME AND
                           LR-FIELD-NAME IS NOT EQUAL TO SPACES AND
                           WS-DC-FIELD-COUNT < 100
                           ADD 1 TO WS-DC-FIELD-COUNT
                           MOVE WS-DC-FIELD-COUNT TO WS-DC-F
                           MOVE LR-FIELD-NAME TO WS-DC-F-NAME(WS-DC-F)
                           MOVE LR-FIELD-OFFSET TO
                               WS-DC-F-OFFSET(WS-DC-F)
                           MOVE LR-FIELD-LENGTH TO
                               WS-DC-F-LENGTH(WS-DC-F)
                           MOVE LR-FIELD-TYPE TO WS-DC-F-TYPE(WS-DC-F)
                           MOVE LR-FIELD-DECIMALS TO
                               WS-DC-F-DECIMALS(WS-DC-F)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUT-REGISTRY.
       TAKE-DECODE-FILTER.
           MOVE 0 TO WS-DC-FILTER-FIELD
           DISPLAY "Filter on which field? (blank shows every record)"
               "..."
           ACCEPT WS-DC-FILTER-NAME
           INSPECT WS-DC-FILTER-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-DC-FILTER-NAME IS NOT EQUAL TO SPACES
               PERFORM VARYING WS-DC-F FROM 1 BY 1
                   UNTIL WS-DC-F > WS-DC-FIELD-COUNT
                   IF WS-DC-F-NAME(WS-DC-F) IS EQUAL TO
                       WS-DC-FILTER-NAME
                       MOVE WS-DC-F TO WS-DC-FILTER-FIELD
                   END-IF
               END-PERFORM
               IF WS-DC-FILTER-FIELD IS EQUAL TO 0
                   DISPLAY "No field "WS-DC-FILTER-NAME" in the dictiona
      -                "ry; showing every record"
               ELSE
                   DISPLAY "Enter the value to match..."
                   ACCEPT WS-DC-FILTER-VALUE
                   MOVE WS-DC-FILTER-FIELD TO WS-DC-F
                   IF WS-DC-F-TYPE(WS-DC-F) IS EQUAL TO "9" OR
                       WS-DC-F-TYPE(WS-DC-F) IS EQUAL TO "S"
                       COMPUTE WS-DC-FILTER-NUMBER =
                           FUNCTION NUMVAL(WS-DC-FILTER-VALUE)
                   END-IF
               END-IF
           END-IF.
       DECODE-BALANCES.
           MOVE "balance.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BALANCES-PATH
           OPEN INPUT ECHO-BALANCES
           IF WS-DECODE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Unable to open balance.txt, status "
                   WS-DECODE-STATUS
           ELSE IF WS-DC-ACCESS IS EQUAL TO "k"
               MOVE WS-DC-KEY TO EB-BALANCE-ID
               READ ECHO-BALANCES
                   INVALID KEY DISPLAY "No record with key "WS-DC-KEY
                   NOT INVALID KEY
                       MOVE EB-RECORD TO WS-DC-RECORD
                       PERFORM DECODE-ONE-RECORD
               END-READ
               CLOSE ECHO-BALANCES
           ELSE
               MOVE "n" TO WS-DC-EOF
               MOVE LOW-VALUES TO EB-BALANCE-ID
               START ECHO-BALANCES KEY IS GREATER THAN EB-BALANCE-ID
                   INVALID KEY MOVE "y" TO WS-DC-EOF
               END-START
               PERFORM UNTIL WS-DC-EOF IS EQUAL TO "y"
                   READ ECHO-BALANCES NEXT RECORD
                       AT END MOVE "y" TO WS-DC-EOF
                       NOT AT END
                           MOVE EB-RECORD TO WS-DC-RECORD
                           PERFORM DECODE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ECHO-BALANCES
           END-IF
           END-IF.
       DECODE-LOANS.
           MOVE "loans.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LOANS-PATH
           OPEN INPUT ECHO-LOANS
           IF WS-DECODE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Unable to open loans.txt, status "
                   WS-DECODE-STATUS
           ELSE IF WS-DC-ACCESS IS EQUAL TO "k"
               MOVE WS-DC-KEY TO EL-ACCOUNT-ID
               READ ECHO-LOANS
                   INVALID KEY DISPLAY "No record with key "WS-DC-KEY
                   NOT INVALID KEY
                       MOVE EL-RECORD TO WS-DC-RECORD
                       PERFORM DECODE-ONE-RECORD
               END-READ
               CLOSE ECHO-LOANS
           ELSE
               MOVE "n" TO WS-DC-EOF
               MOVE LOW-VALUES TO EL-ACCOUNT-ID
               START ECHO-LOANS KEY IS GREATER THAN EL-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-DC-EOF
               END-START
               PERFORM UNTIL WS-DC-EOF IS EQUAL TO "y"
                   READ ECHO-LOANS NEXT RECORD
                       AT END MOVE "y" TO WS-DC-EOF
                       NOT AT END
                           MOVE EL-RECORD TO WS-DC-RECORD
                           PERFORM DECODE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ECHO-LOANS
           END-IF
           END-IF.
       DECODE-TERM-DEPOSITS.
           MOVE "termdeposits.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-TERM-DEPOSITS-PATH
           OPEN INPUT ECHO-TERM-DEPOSITS
           IF WS-DECODE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Unable to open termdeposits.txt, status "
                   WS-DECODE-STATUS
           ELSE IF WS-DC-ACCESS IS EQUAL TO "k"
               MOVE WS-DC-KEY TO ET-ACCOUNT-ID
               READ ECHO-TERM-DEPOSITS
                   INVALID KEY DISPLAY "No record with key "WS-DC-KEY
                   NOT INVALID KEY
                       MOVE ET-RECORD TO WS-DC-RECORD
                       PERFORM DECODE-ONE-RECORD
               END-READ
               CLOSE ECHO-TERM-DEPOSITS
           ELSE
               MOVE "n" TO WS-DC-EOF
               MOVE LOW-VALUES TO ET-ACCOUNT-ID
               START ECHO-TERM-DEPOSITS KEY IS GREATER THAN
                   ET-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-DC-EOF
               END-START
               PERFORM UNTIL WS-DC-EOF IS EQUAL TO "y"
                   READ ECHO-TERM-DEPOSITS NEXT RECORD
                       AT END MOVE "y" TO WS-DC-EOF
                       NOT AT END
                           MOVE ET-RECORD TO WS-DC-RECORD
                           PERFORM DECODE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ECHO-TERM-DEPOSITS
           END-IF
           END-IF.
      * Any other logical file, a line at a time
       DECODE-SEQUENTIAL-FILE.
           MOVE WS-DC-FILE-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-DECODE-PATH
           OPEN INPUT DECODE-TARGET
           IF WS-DECODE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "Unable to open "WS-DC-FILE-NAME", status "
                   WS-DECODE-STATUS
           ELSE
               MOVE "n" TO WS-DC-EOF
               PERFORM UNTIL WS-DC-EOF IS EQUAL TO "y"
                   READ DECODE-TARGET
                       AT END MOVE "y" TO WS-DC-EOF
                       NOT AT END
                           MOVE DECODE-TARGET-LINE TO WS-DC-RECORD
                           PERFORM DECODE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE DECODE-TARGET
           END-IF.
      * Numbers filter by value, so 12.5 finds 000000001250; text
      * fields must match as stored
       DECODE-ONE-RECORD.
           ADD 1 TO WS-DC-READ
           MOVE "y" TO WS-DC-SHOW
           IF WS-DC-FILTER-FIELD > 0
               MOVE WS-DC-FILTER-FIELD TO WS-DC-F
               PERFORM DECODE-ONE-FIELD
               IF WS-DC-NUMERIC IS EQUAL TO "y"
                   IF WS-DC-VALUE IS NOT EQUAL TO WS-DC-FILTER-NUMBER
                       MOVE "n" TO WS-DC-SHOW
                   END-IF
               ELSE IF WS-DC-RAW IS NOT EQUAL TO WS-DC-FILTER-VALUE
                   MOVE "n" TO WS-DC-SHOW
               END-IF
               END-IF
           END-IF
           IF WS-DC-SHOW IS EQUAL TO "y"
               ADD 1 TO WS-DC-SHOWN
               DISPLAY "---- "WS-DC-FILE-NAME" record "WS-DC-READ
                   " ----"
               PERFORM SHOW-ONE-FIELD VARYING WS-DC-F FROM 1 BY 1
                   UNTIL WS-DC-F > WS-DC-FIELD-COUNT
           END-IF.
       SHOW-ONE-FIELD.
           PERFORM DECODE-ONE-FIELD
           DISPLAY WS-DC-F-NAME(WS-DC-F)" "WS-DC-OUT.
      * Field WS-DC-F of the current record into WS-DC-OUT as shown
       DECODE-ONE-FIELD.
           MOVE SPACES TO WS-DC-RAW
           MOVE SPACES TO WS-DC-OUT
           MOVE "n" TO WS-DC-NUMERIC
           MOVE WS-DC-F-LENGTH(WS-DC-F) TO WS-DC-LEN
           IF WS-DC-F-OFFSET(WS-DC-F) < 1 OR WS-DC-LEN < 1 OR
               WS-DC-LEN > 100 OR
               WS-DC-F-OFFSET(WS-DC-F) + WS-DC-LEN > 601
               MOVE "*OUTSIDE THE RECORD*" TO WS-DC-OUT
           ELSE
               MOVE WS-DC-RECORD(WS-DC-F-OFFSET(WS-DC-F):WS-DC-LEN)
                   TO WS-DC-RAW
               IF WS-DC-F-TYPE(WS-DC-F) IS EQUAL TO "9" OR
                   WS-DC-F-TYPE(WS-DC-F) IS EQUAL TO "S"
                   PERFORM FORMAT-NUMERIC-FIELD
               ELSE
                   MOVE WS-DC-RAW TO WS-DC-OUT
               END-IF
           END-IF.
      * Sign and decimal point applied and leading zeros dropped;
      * anything that is not digits is shown as stored, flagged
       FORMAT-NUMERIC-FIELD.
           MOVE "+" TO WS-DC-SIGN
           IF WS-DC-F-TYPE(WS-DC-F) IS EQUAL TO "S"
               PERFORM DECODE-TRAILING-SIGN
           END-IF
           IF WS-DC-LEN > 18 OR
               WS-DC-F-DECIMALS(WS-DC-F) > WS-DC-LEN OR
               WS-DC-RAW(1:WS-DC-LEN) IS NOT NUMERIC
               STRING "*NOT NUMERIC* " WS-DC-RAW(1:WS-DC-LEN)
                   DELIMITED BY SIZE INTO WS-DC-OUT
               END-STRING
           ELSE
               MOVE "y" TO WS-DC-NUMERIC
               COMPUTE WS-DC-VALUE =
                   FUNCTION NUMVAL(WS-DC-RAW(1:WS-DC-LEN)) /
                   10 ** WS-DC-F-DECIMALS(WS-DC-F)
               IF WS-DC-SIGN IS EQUAL TO "-"
                   COMPUTE WS-DC-VALUE = 0 - WS-DC-VALUE
               END-IF
               COMPUTE WS-DC-INT-LEN =
                   WS-DC-LEN - WS-DC-F-DECIMALS(WS-DC-F)
               MOVE 1 TO WS-DC-P
               PERFORM UNTIL WS-DC-P IS NOT LESS THAN WS-DC-INT-LEN OR
                   WS-DC-RAW(WS-DC-P:1) IS NOT EQUAL TO "0"
                   ADD 1 TO WS-DC-P
               END-PERFORM
               MOVE 1 TO WS-DC-POINTER
               IF WS-DC-SIGN IS EQUAL TO "-"
                   STRING "-" DELIMITED BY SIZE INTO WS-DC-OUT
                       WITH POINTER WS-DC-POINTER
                   END-STRING
               END-IF
               IF WS-DC-INT-LEN IS EQUAL TO 0
                   STRING "0" DELIMITED BY SIZE INTO WS-DC-OUT
                       WITH POINTER WS-DC-POINTER
                   END-STRING
               ELSE
                   STRING WS-DC-RAW(WS-DC-P:WS-DC-INT-LEN - WS-DC-P + 1)
                       DELIMITED BY SIZE INTO WS-DC-OUT
                       WITH POINTER WS-DC-POINTER
                   END-STRING
               END-IF
               IF WS-DC-F-DECIMALS(WS-DC-F) > 0
                   STRING "." WS-DC-RAW(WS-DC-INT-LEN + 1:
                       WS-DC-F-DECIMALS(WS-DC-F))
                       DELIMITED BY SIZE INTO WS-DC-OUT
                       WITH POINTER WS-DC-POINTER
                   END-STRING
               END-IF
           END-IF.
      * A signed field's last byte carries the sign with its digit
       DECODE-TRAILING-SIGN.
           PERFORM VARYING WS-DC-D FROM 1 BY 1 UNTIL WS-DC-D > 10
               IF WS-DC-RAW(WS-DC-LEN:1) IS EQUAL TO
                   WS-DC-ASCII-NEGATIVE(WS-DC-D:1) OR
                   WS-DC-RAW(WS-DC-LEN:1) IS EQUAL TO
                   WS-DC-EBCDIC-NEGATIVE(WS-DC-D:1)
                   MOVE "-" TO WS-DC-SIGN
                   MOVE WS-DC-DIGITS(WS-DC-D:1) TO
                       WS-DC-RAW(WS-DC-LEN:1)
               ELSE IF WS-DC-RAW(WS-DC-LEN:1) IS EQUAL TO
                   WS-DC-EBCDIC-POSITIVE(WS-DC-D:1)
                   MOVE WS-DC-DIGITS(WS-DC-D:1) TO
                       WS-DC-RAW(WS-DC-LEN:1)
               END-IF
               END-IF
           END-PERFORM.

       END PROGRAM FILE-ECHO.
