                       WS-NOTICE-REGISTER-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-REGISTER-STATUS.
      * Mail held back because the member's address is known bad,
      * one record per held notice or statement, released for reprint
      * when the address is changed
                   SELECT OPTIONAL HELD-MAIL-FILE ASSIGN TO
                       WS-HELD-MAIL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-HELD-STATUS
                       RECORD KEY IS HM-KEY.
      * Electronic notices for the messaging vendor, one dated file
      * a day, e-mail and text messages together
                   SELECT OPTIONAL OUTBOUND-MESSAGE-FILE ASSIGN TO
                       WS-OUTBOUND-MESSAGE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-OUTBOUND-STATUS.
      * The vendor's bounce file: each undeliverable message sent
      * back as it went out, with the vendor's reason appended
                   SELECT OPTIONAL MESSAGE-BOUNCE-FILE ASSIGN TO
                       WS-MESSAGE-BOUNCE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-BOUNCE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-DETAILS.
                   05 CREATE-PASSWORD-2 PIC X(100).
                   05 CREATE-MEMBER-ID PIC 9(8).
                   05 CREATE-BOTH-TO-SIGN PIC A(1).
                   05 CREATE-HOME-BRANCH PIC X(3).
           FD MEMBER-DETAILS.
               01 MEMBER-RECORD.
                   05 MEMBER-ID PIC 9(8).
                   05 MEMBER-ADDRESS PIC X(60).
                   05 MEMBER-PHONE PIC X(12).
                   05 MEMBER-KYC-REVIEW-DATE PIC 9(8).
      * Date of death (YYYYMMDD), zero while the member is living,
      * and the estate contact and address notices go to once set
                   05 MEMBER-DECEASED-DATE PIC 9(8).
                   05 MEMBER-ESTATE-CONTACT PIC X(30).
                   05 MEMBER-ESTATE-ADDRESS PIC X(60).
      * Member type B for a business, I (or blank, on records from
      * before business members) for an individual; the legal name,
      * tax ID, entity type and formation date are kept for a
      * business only.  Entity type: CO corporation, LL limited
      * liability company, PA partnership, SP sole proprietor,
      * NP nonprofit
                   05 MEMBER-TYPE PIC A(1).
                   05 MEMBER-LEGAL-NAME PIC X(60).
                   05 MEMBER-TAX-ID PIC X(12).
                   05 MEMBER-ENTITY-TYPE PIC X(2).
                   05 MEMBER-FORMATION-DATE PIC 9(8).
      * Set once the record has been merged into another member: the
      * surviving member ID and the merge date (YYYYMMDD); the
      * retired record stays on file as a tombstone pointing at the
      * survivor so old references still resolve
                   05 MEMBER-MERGED-INTO PIC 9(8).
                   05 MEMBER-MERGED-DATE PIC 9(8).
      * Returned mail: Y once mail to MEMBER-ADDRESS has come back
      * undeliverable, with the date it was logged and the notice
      * event (or STATEMENT) that bounced; notices and statements are
      * held rather than mailed until the address is changed
                   05 MEMBER-ADDRESS-BAD PIC A(1).
                   05 MEMBER-BAD-ADDRESS-DATE PIC 9(8).
                   05 MEMBER-BAD-NOTICE PIC X(12).
      * Electronic contact for notices: an e-mail address and a
      * mobile number, and the channel chosen for each notice
      * category - P paper (or blank), E e-mail, T text message - for
      * alerts, loan notices and account-service notices
                   05 MEMBER-EMAIL PIC X(60).
                   05 MEMBER-MOBILE PIC X(15).
                   05 MEMBER-ALERT-CHANNEL PIC A(1).
                   05 MEMBER-LOAN-CHANNEL PIC A(1).
                   05 MEMBER-SERVICE-CHANNEL PIC A(1).
      * Risk rating from the nightly risk-scoring batch: L low,
      * M medium, H high, blank until first scored; the total score,
      * the points scored on each factor in the order type, age,
      * products, cash, outbound payments, payment destinations,
      * open anomaly exceptions and watch-list near-misses, and the
      * date it was scored (YYYYMMDD)
                   05 MEMBER-RISK-RATING PIC A(1).
                   05 MEMBER-RISK-SCORE PIC 9(3).
                   05 MEMBER-RISK-POINTS PIC 9(3) OCCURS 8 TIMES.
                   05 MEMBER-RISK-DATE PIC 9(8).
      * Relationship officer (staff ID) who looks after the member;
      * blank when none is assigned
                   05 MEMBER-OFFICER-ID PIC X(8).
      * Marketing preference: Y when the member has asked not to be
      * approached with offers; blank or N otherwise
                   05 MEMBER-MARKETING-OPT-OUT PIC A(1).
           FD TEMPLATE-FILE.
               01 TEMPLATE-RECORD.
                   05 TPL-EVENT PIC X(12).
               01 NOTICE-LETTER-LINE PIC X(100).
           FD NOTICE-REGISTER.
               01 NOTICE-REGISTER-LINE PIC X(120).
      * Kind N notice or S statement; status H held, R released for
      * reprint once the address is changed, P reprinted
           FD HELD-MAIL-FILE.
               01 HELD-MAIL-RECORD.
                   05 HM-KEY.
                       10 HM-MEMBER-ID PIC 9(8).
                       10 HM-HELD-DATE PIC 9(8).
                       10 HM-HELD-TIME PIC 9(8).
                   05 HM-ACCOUNT-ID PIC 9(8).
                   05 HM-KIND PIC A(1).
                   05 HM-EVENT PIC X(12).
                   05 HM-PERIOD PIC 9(4).
                   05 HM-DETAIL PIC X(120).
                   05 HM-STATUS PIC A(1).
                   05 HM-RELEASED-DATE PIC 9(8).
      * Channel E e-mail or T text; the address is the e-mail address
      * or mobile number the message is sent to
           FD OUTBOUND-MESSAGE-FILE.
               01 OUTBOUND-MESSAGE-RECORD.
                   05 OM-CHANNEL PIC A(1).
                   05 OM-SENT-DATE PIC 9(8).
                   05 OM-SENT-TIME PIC 9(8).
                   05 OM-ACCOUNT-ID PIC 9(8).
                   05 OM-EVENT PIC X(12).
                   05 OM-TO PIC X(60).
                   05 OM-NAME PIC X(30).
                   05 OM-BODY PIC X(80).
                   05 OM-DETAIL PIC X(120).
           FD MESSAGE-BOUNCE-FILE.
               01 MESSAGE-BOUNCE-RECORD.
                   05 BN-CHANNEL PIC A(1).
                   05 BN-SENT-DATE PIC 9(8).
                   05 BN-SENT-TIME PIC 9(8).
                   05 BN-ACCOUNT-ID PIC 9(8).
                   05 BN-EVENT PIC X(12).
                   05 BN-TO PIC X(60).
                   05 BN-NAME PIC X(30).
                   05 BN-BODY PIC X(80).
                   05 BN-DETAIL PIC X(120).
                   05 BN-REASON PIC X(30).
       WORKING-STORAGE SECTION.
      * Resolved at startup by the shared FILE-PATHS subprogram from
      * the shop's data-directory configuration file
           01 WS-TEMPLATE-FILE-PATH PIC X(1000).
           01 WS-NOTICE-LETTER-PATH PIC X(1000).
           01 WS-NOTICE-REGISTER-PATH PIC X(1000).
           01 WS-HELD-MAIL-PATH PIC X(1000).
           01 WS-OUTBOUND-MESSAGE-PATH PIC X(1000).
           01 WS-MESSAGE-BOUNCE-PATH PIC X(1000).
           01 WS-ACCOUNT-STATUS PIC X(2).
           01 WS-MEMBER-STATUS PIC X(2).
           01 WS-TEMPLATE-STATUS PIC X(2).
           01 WS-REGISTER-STATUS PIC X(2).
           01 WS-HELD-STATUS PIC X(2).
           01 WS-OUTBOUND-STATUS PIC X(2).
           01 WS-BOUNCE-STATUS PIC X(2).
      * The notice being produced: the caller's event, account and
      * detail, or a bounced message's when bounces are reissued
           01 WS-EVENT-CODE PIC X(12).
           01 WS-EVENT-ACCOUNT PIC 9(8).
           01 WS-EVENT-DETAIL PIC X(120).
           01 WS-EOF PIC A(1).
           01 WS-ADDRESSEE PIC X(30).
           01 WS-ADDRESS PIC X(60).
           01 WS-BODY PIC X(80).
           01 WS-TEMPLATE-FOUND PIC A(1).
      * Set when the letter would go to an address that mail has
      * already come back from, with the member it is held under
           01 WS-ADDRESS-BAD PIC A(1).
           01 WS-HELD-MEMBER PIC 9(8).
           01 WS-DELIVERED PIC A(1).
      * Delivery channel for this notice - P paper, E e-mail, T
      * text - from the member's preference for the event's
      * category: A alerts, L loan notices, S account service, or
      * X legal and estate notices, which always go on paper
           01 WS-CHANNEL PIC A(1).
           01 WS-CATEGORY PIC A(1).
           01 WS-MESSAGE-TO PIC X(60).
           01 WS-FORCE-PAPER PIC A(1).
           01 WS-OUTBOUND-STAMP PIC 9(6).
           01 WS-BOUNCE-COUNT PIC 9(6).
           01 WS-REVIEW-COUNT PIC 9(6).
           01 WS-MARK-EVENT PIC X(12).
           01 WS-MARK-ACCOUNT PIC 9(8).
       LINKAGE SECTION.
      * Event code to notice; a blank event instead runs the review
      * listing over the register, the same blank-argument
      * convention OPS-ALERT uses, and *BOUNCES reissues on paper
      * every message the messaging vendor has returned undelivered
           01 LS-EVENT-CODE PIC X(12).
           01 LS-ACCOUNT-ID PIC 9(8).
      * Free-text detail appended under the template body, printed
      * over two lines when it runs past the first 80 characters
           01 LS-DETAIL PIC X(120).
      * 00 = notice produced, 10 = review or bounce mode ran,
      * 20 = notice held because mail to the address has been
      * returned, 90 = the letter or register could not be written
           01 LS-STATUS-CODE PIC 9(2).
       PROCEDURE DIVISION USING LS-EVENT-CODE LS-ACCOUNT-ID
           LS-DETAIL LS-STATUS-CODE.
           CALL "FILE-PATHS" USING WS-FP-NAME WS-NOTICE-LETTER-PATH
           MOVE "noticereg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-NOTICE-REGISTER-PATH
           MOVE "heldmail.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-HELD-MAIL-PATH
           MOVE "msgbounce.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-MESSAGE-BOUNCE-PATH
           IF LS-EVENT-CODE IS EQUAL TO SPACES
               PERFORM REVIEW-NOTICE-REGISTER
               MOVE 10 TO LS-STATUS-CODE
           ELSE IF LS-EVENT-CODE IS EQUAL TO "*BOUNCES"
               PERFORM PROCESS-MESSAGE-BOUNCES
               MOVE 10 TO LS-STATUS-CODE
           ELSE
               MOVE LS-EVENT-CODE TO WS-EVENT-CODE
               MOVE LS-ACCOUNT-ID TO WS-EVENT-ACCOUNT
               MOVE LS-DETAIL TO WS-EVENT-DETAIL
               MOVE "n" TO WS-FORCE-PAPER
               PERFORM PRODUCE-NOTICE
           END-IF
           END-IF
           GOBACK.
      * Address the letter from the member identity behind the
      * account; an account with no member on file still gets a
           MOVE 00 TO LS-STATUS-CODE
           MOVE SPACES TO WS-ADDRESSEE
           MOVE SPACES TO WS-ADDRESS
           MOVE "n" TO WS-ADDRESS-BAD
           MOVE "n" TO WS-DELIVERED
           MOVE 0 TO WS-HELD-MEMBER
           MOVE "P" TO WS-CHANNEL
           MOVE SPACES TO WS-MESSAGE-TO
           STRING "Account holder " WS-EVENT-ACCOUNT
               DELIMITED BY SIZE INTO WS-ADDRESSEE
           END-STRING
           OPEN INPUT ACCOUNT-DETAILS
           IF WS-ACCOUNT-STATUS IS EQUAL TO "00"
               MOVE WS-EVENT-ACCOUNT TO CREATE-ACCOUNT-ID
               READ ACCOUNT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
           END-IF
           CLOSE ACCOUNT-DETAILS
           PERFORM FIND-TEMPLATE
      * Nothing is mailed to an address mail has come back from; the
      * notice goes on the held-mail file for reprint instead
           IF WS-ADDRESS-BAD IS EQUAL TO "y"
               PERFORM HOLD-NOTICE-LETTER
           ELSE IF WS-CHANNEL IS EQUAL TO "P"
               PERFORM WRITE-NOTICE-LETTER
           ELSE
               PERFORM WRITE-OUTBOUND-MESSAGE
           END-IF
           END-IF
           PERFORM WRITE-REGISTER-ENTRY.
       READ-MEMBER-ADDRESS.
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
      * A member merged away is addressed as the surviving member
                       IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
                           MOVE MEMBER-MERGED-INTO TO MEMBER-ID
                           READ MEMBER-DETAILS
                               INVALID KEY CONTINUE
                           END-READ
                       END-IF
                       MOVE MEMBER-NAME TO WS-ADDRESSEE
                       MOVE MEMBER-ADDRESS TO WS-ADDRESS
                       MOVE MEMBER-ID TO WS-HELD-MEMBER
                       IF MEMBER-ADDRESS-BAD IS EQUAL TO "Y"
                           MOVE "y" TO WS-ADDRESS-BAD
                       END-IF
      * A business is written to under its registered legal name
                       IF MEMBER-TYPE IS EQUAL TO "B" AND
                           MEMBER-LEGAL-NAME IS NOT EQUAL TO SPACES
                           MOVE MEMBER-LEGAL-NAME TO WS-ADDRESSEE
                       END-IF
      * A deceased member's mail goes to the estate contact, or to
      * the estate by name when no contact has been given yet
                       IF MEMBER-DECEASED-DATE > 0
                           IF MEMBER-ESTATE-CONTACT IS NOT EQUAL TO
                               SPACES
                               MOVE MEMBER-ESTATE-CONTACT TO
                                   WS-ADDRESSEE
                           ELSE
                               MOVE SPACES TO WS-ADDRESSEE
                               STRING "Estate of " MEMBER-NAME
                                   DELIMITED BY SIZE INTO WS-ADDRESSEE
                               END-STRING
                           END-IF
                           IF MEMBER-ESTATE-ADDRESS IS NOT EQUAL TO
                               SPACES
                               MOVE MEMBER-ESTATE-ADDRESS TO WS-ADDRESS
                               MOVE "n" TO WS-ADDRESS-BAD
                           END-IF
                       END-IF
                       PERFORM CHOOSE-NOTICE-CHANNEL
               END-READ
           END-IF
           CLOSE MEMBER-DETAILS.
      * The member's channel for the event's category, provided the
      * e-mail address or mobile number it needs is on file; an
      * estate and a reissued bounce are always written to on paper,
      * and electronic delivery is not held for returned mail
       CHOOSE-NOTICE-CHANNEL.
           PERFORM SET-NOTICE-CATEGORY
           MOVE "P" TO WS-CHANNEL
           IF WS-CATEGORY IS EQUAL TO "A"
               MOVE MEMBER-ALERT-CHANNEL TO WS-CHANNEL
           ELSE IF WS-CATEGORY IS EQUAL TO "L"
               MOVE MEMBER-LOAN-CHANNEL TO WS-CHANNEL
           ELSE IF WS-CATEGORY IS EQUAL TO "S"
               MOVE MEMBER-SERVICE-CHANNEL TO WS-CHANNEL
           END-IF
           END-IF
           END-IF
           IF WS-CHANNEL IS EQUAL TO "E" AND
               MEMBER-EMAIL IS NOT EQUAL TO SPACES
               MOVE MEMBER-EMAIL TO WS-MESSAGE-TO
           ELSE IF WS-CHANNEL IS EQUAL TO "T" AND
               MEMBER-MOBILE IS NOT EQUAL TO SPACES
               MOVE MEMBER-MOBILE TO WS-MESSAGE-TO
           ELSE
               MOVE "P" TO WS-CHANNEL
           END-IF
           END-IF
           IF MEMBER-DECEASED-DATE > 0 OR
               WS-FORCE-PAPER IS EQUAL TO "y"
               MOVE "P" TO WS-CHANNEL
           END-IF
           IF WS-CHANNEL IS NOT EQUAL TO "P"
               MOVE "n" TO WS-ADDRESS-BAD
           END-IF.
      * Which preference category an event code falls under; any
      * event not listed is an account-service notice
       SET-NOTICE-CATEGORY.
           MOVE "S" TO WS-CATEGORY
           IF WS-EVENT-CODE IS EQUAL TO "LOW-BALANCE" OR
               WS-EVENT-CODE IS EQUAL TO "LARGE-DEBIT" OR
               WS-EVENT-CODE IS EQUAL TO "LOCKOUT" OR
               WS-EVENT-CODE IS EQUAL TO "FRAUD-FREEZE" OR
               WS-EVENT-CODE IS EQUAL TO "NSF-FEE" OR
               WS-EVENT-CODE IS EQUAL TO "DEBIT-BLOCK"
               MOVE "A" TO WS-CATEGORY
           END-IF
           IF WS-EVENT-CODE(1:5) IS EQUAL TO "LOAN-" OR
               WS-EVENT-CODE IS EQUAL TO "CHARGED-OFF" OR
               WS-EVENT-CODE IS EQUAL TO "ESCROW-ANALY" OR
               WS-EVENT-CODE IS EQUAL TO "RATE-CHANGE"
               MOVE "L" TO WS-CATEGORY
           END-IF
           IF WS-EVENT-CODE(1:6) IS EQUAL TO "LEGAL-" OR
               WS-EVENT-CODE IS EQUAL TO "ESTATE" OR
               WS-EVENT-CODE IS EQUAL TO "SURVIVORSHIP"
               MOVE "X" TO WS-CATEGORY
           END-IF.
      * The template row for the event, or a plain fallback body
      * when no template is on file for it
       FIND-TEMPLATE.
           MOVE "n" TO WS-TEMPLATE-FOUND
           MOVE SPACES TO WS-BODY
           STRING "Please contact your branch about event "
               WS-EVENT-CODE
               DELIMITED BY SIZE INTO WS-BODY
           END-STRING
           MOVE "n" TO WS-EOF
               READ TEMPLATE-FILE
                   AT END MOVE "y" TO WS-EOF
                   NOT AT END
                       IF TPL-EVENT IS EQUAL TO WS-EVENT-CODE
                           MOVE TPL-TEXT TO WS-BODY
                           MOVE "y" TO WS-TEMPLATE-FOUND
                           MOVE "y" TO WS-EOF
           MOVE ALL "-" TO NOTICE-LETTER-LINE
           WRITE NOTICE-LETTER-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           STRING "To: " WS-ADDRESSEE "  account " WS-EVENT-ACCOUNT
               DELIMITED BY SIZE INTO NOTICE-LETTER-LINE
           END-STRING
           WRITE NOTICE-LETTER-LINE
           WRITE NOTICE-LETTER-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           STRING "Date: " WS-CURRENT-DATE
               "  notice " WS-EVENT-CODE
               DELIMITED BY SIZE INTO NOTICE-LETTER-LINE
           END-STRING
           WRITE NOTICE-LETTER-LINE
           MOVE WS-BODY TO NOTICE-LETTER-LINE
           WRITE NOTICE-LETTER-LINE
           IF WS-EVENT-DETAIL IS NOT EQUAL TO SPACES
               MOVE SPACES TO NOTICE-LETTER-LINE
               STRING "Detail: " WS-EVENT-DETAIL(1:80)
                   DELIMITED BY SIZE INTO NOTICE-LETTER-LINE
               END-STRING
               WRITE NOTICE-LETTER-LINE
               IF WS-EVENT-DETAIL(81:40) IS NOT EQUAL TO SPACES
                   MOVE SPACES TO NOTICE-LETTER-LINE
                   STRING "        " WS-EVENT-DETAIL(81:40)
                       DELIMITED BY SIZE INTO NOTICE-LETTER-LINE
                   END-STRING
                   WRITE NOTICE-LETTER-LINE
               END-IF
           END-IF
           CLOSE NOTICE-LETTER-FILE.
       WRITE-REGISTER-ENTRY.
           MOVE SPACES TO NOTICE-REGISTER-LINE
           STRING "NOTICE date=" WS-CURRENT-DATE
               " account=" WS-EVENT-ACCOUNT
               " event=" WS-EVENT-CODE
               " to=" WS-ADDRESSEE
               " delivered=" WS-DELIVERED
               " channel=" WS-CHANNEL
               DELIMITED BY SIZE INTO NOTICE-REGISTER-LINE
           END-STRING
           OPEN EXTEND NOTICE-REGISTER
               MOVE 90 TO LS-STATUS-CODE
           END-IF
           CLOSE NOTICE-REGISTER.
      * An e-mail or text message for the vendor, appended to today's
      * outbound file in place of a printed letter
       WRITE-OUTBOUND-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-OUTBOUND-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "msgout." WS-OUTBOUND-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           CALL "FILE-PATHS" USING WS-FP-NAME WS-OUTBOUND-MESSAGE-PATH
           MOVE WS-CHANNEL TO OM-CHANNEL
           MOVE WS-CURRENT-DATE TO OM-SENT-DATE
           MOVE WS-CURRENT-TIME TO OM-SENT-TIME
           MOVE WS-EVENT-ACCOUNT TO OM-ACCOUNT-ID
           MOVE WS-EVENT-CODE TO OM-EVENT
           MOVE WS-MESSAGE-TO TO OM-TO
           MOVE WS-ADDRESSEE TO OM-NAME
           MOVE WS-BODY TO OM-BODY
           MOVE WS-EVENT-DETAIL TO OM-DETAIL
           OPEN EXTEND OUTBOUND-MESSAGE-FILE
           IF WS-OUTBOUND-STATUS IS EQUAL TO "00" OR
               WS-OUTBOUND-STATUS IS EQUAL TO "05"
               WRITE OUTBOUND-MESSAGE-RECORD
           ELSE
               MOVE 90 TO LS-STATUS-CODE
           END-IF
           CLOSE OUTBOUND-MESSAGE-FILE.
      * Keep the notice on the held-mail file under the member, in
      * place of a letter to the returned address
       HOLD-NOTICE-LETTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "h" TO WS-DELIVERED
           MOVE 20 TO LS-STATUS-CODE
           MOVE WS-HELD-MEMBER TO HM-MEMBER-ID
           MOVE WS-CURRENT-DATE TO HM-HELD-DATE
           MOVE WS-CURRENT-TIME TO HM-HELD-TIME
           MOVE WS-EVENT-ACCOUNT TO HM-ACCOUNT-ID
           MOVE "N" TO HM-KIND
           MOVE WS-EVENT-CODE TO HM-EVENT
           MOVE 0 TO HM-PERIOD
           MOVE WS-EVENT-DETAIL TO HM-DETAIL
           MOVE "H" TO HM-STATUS
           MOVE 0 TO HM-RELEASED-DATE
           OPEN I-O HELD-MAIL-FILE
      * Two notices held in the same hundredth of a second are kept
      * apart by stepping the time on the second one
               WRITE HELD-MAIL-RECORD
                   INVALID KEY
                       ADD 1 TO HM-HELD-TIME
                       WRITE HELD-MAIL-RECORD
                           INVALID KEY MOVE 90 TO LS-STATUS-CODE
                       END-WRITE
               END-WRITE
           CLOSE HELD-MAIL-FILE.
      * Bounce mode: every message the vendor could not deliver is
      * marked on the register and reissued as a paper letter, then
      * the bounce file is emptied so nothing is reissued twice
       PROCESS-MESSAGE-BOUNCES.
           MOVE 0 TO WS-BOUNCE-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT MESSAGE-BOUNCE-FILE
           IF WS-BOUNCE-STATUS IS NOT EQUAL TO "00"
               MOVE "y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO "y"
               READ MESSAGE-BOUNCE-FILE
                   AT END MOVE "y" TO WS-EOF
                   NOT AT END PERFORM REISSUE-BOUNCED-MESSAGE
               END-READ
           END-PERFORM
           CLOSE MESSAGE-BOUNCE-FILE
           IF WS-BOUNCE-COUNT > 0
               OPEN OUTPUT MESSAGE-BOUNCE-FILE
               CLOSE MESSAGE-BOUNCE-FILE
           END-IF
           DISPLAY "Bounced messages reissued on paper: "
               WS-BOUNCE-COUNT.
       REISSUE-BOUNCED-MESSAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO NOTICE-REGISTER-LINE
           STRING "BOUNCED date=" WS-CURRENT-DATE
               " account=" BN-ACCOUNT-ID
               " event=" BN-EVENT
               " channel=" BN-CHANNEL
               " reason=" BN-REASON
               DELIMITED BY SIZE INTO NOTICE-REGISTER-LINE
           END-STRING
           OPEN EXTEND NOTICE-REGISTER
               WRITE NOTICE-REGISTER-LINE
           CLOSE NOTICE-REGISTER
           MOVE BN-EVENT TO WS-EVENT-CODE
           MOVE BN-ACCOUNT-ID TO WS-EVENT-ACCOUNT
           MOVE BN-DETAIL TO WS-EVENT-DETAIL
           MOVE "y" TO WS-FORCE-PAPER
           PERFORM PRODUCE-NOTICE
           ADD 1 TO WS-BOUNCE-COUNT.
      * Review mode: list the register, then optionally append a
      * DELIVERED marker for one account/event so the branch can
      * prove the letter went out
