                   SELECT MEMBER-AUDIT-LOG ASSIGN TO
                       WS-MEMBER-AUDIT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * BANK's account file, so a merge can move the retired
      * member's accounts to the survivor; the layout must stay in
      * step with CREATE-ACCOUNT in BANK
                   SELECT ACCOUNT-DETAILS ASSIGN TO
                       WS-ACCOUNT-DETAILS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-ACCOUNT-STATUS
                       RECORD KEY IS CREATE-ACCOUNT-ID.
      * Likely-duplicates report, dated, and the shop's report
      * catalog it is entered in
                   SELECT DUPLICATE-REPORT-FILE ASSIGN TO
                       WS-DUPLICATE-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT REPORT-CATALOG ASSIGN TO
                       WS-REPORT-CATALOG-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Mail held for a returned address by CUSTOMER-NOTICE and the
      * statement cycle; an address change releases it for reprint.
      * The layout must stay in step with HELD-MAIL-RECORD in BANK
                   SELECT OPTIONAL HELD-MAIL-FILE ASSIGN TO
                       WS-HELD-MAIL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HM-KEY.
      * BANK's staff file, so a relationship officer is checked
      * before it is assigned; the layout must stay in step with
      * STAFF-RECORD in BANK
                   SELECT OPTIONAL STAFF-DETAILS ASSIGN TO
                       WS-STAFF-DETAILS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS STAFF-ID.
       DATA DIVISION.
           FILE SECTION.
           FD MEMBER-DETAILS.
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
           FD MEMBER-AUDIT-LOG.
               01 MEMBER-AUDIT-LINE PIC X(200).
           FD ACCOUNT-DETAILS.
               01 CREATE-ACCOUNT.
                   05 CREATE-PASSWORD PIC X(100).
                   05 CREATE-USERNAME PIC X(100).
                   05 CREATE-PASS-VALID PIC A(1).
                   05 CREATE-ACCOUNT-ID PIC 9(8).
                   05 CREATE-ACCOUNT-TYPE PIC A(1).
                   05 CREATE-HAS-JOINT PIC A(1).
                   05 CREATE-USERNAME-2 PIC X(100).
                   05 CREATE-PASSWORD-2 PIC X(100).
                   05 CREATE-MEMBER-ID PIC 9(8).
                   05 CREATE-BOTH-TO-SIGN PIC A(1).
                   05 CREATE-HOME-BRANCH PIC X(3).
           FD DUPLICATE-REPORT-FILE.
               01 DUPLICATE-REPORT-LINE PIC X(160).
           FD REPORT-CATALOG.
               01 REPORT-CATALOG-LINE PIC X(110).
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
           FD STAFF-DETAILS.
               01 STAFF-RECORD.
                   05 STAFF-ID PIC X(8).
                   05 STAFF-NAME PIC X(30).
                   05 STAFF-PASSWORD PIC X(100).
                   05 STAFF-ROLE PIC A(1).
                   05 STAFF-MEMBER-ID PIC 9(8).
                   05 STAFF-RELATED-MEMBER PIC 9(8) OCCURS 10 TIMES.
                   05 STAFF-BRANCH PIC X(3).
       WORKING-STORAGE SECTION.
      * Resolved at startup by the shared FILE-PATHS subprogram from
      * the shop's data-directory configuration file
           01 WS-FP-NAME PIC X(30).
           01 WS-MEMBER-DETAILS-PATH PIC X(1000).
           01 WS-MEMBER-AUDIT-PATH PIC X(1000).
           01 WS-ACCOUNT-DETAILS-PATH PIC X(1000).
           01 WS-DUPLICATE-REPORT-PATH PIC X(1000).
           01 WS-REPORT-CATALOG-PATH PIC X(1000).
           01 WS-HELD-MAIL-PATH PIC X(1000).
           01 WS-STAFF-DETAILS-PATH PIC X(1000).
           01 WS-ACCOUNT-STATUS PIC X(2).
           01 WS-COMMAND PIC X(8).
           01 WS-BROWSE-EOF PIC A(1).
      * Which field to change and its old value, for the audit line
           01 WS-FIELD PIC X(8).
           01 WS-OLD-VALUE PIC X(60).
           01 WS-NEW-VALUE PIC X(60).
      * Notice channel keyed for one category: P, E or T
           01 WS-CHANNEL-IN PIC A(1).
      * Returned mail cleared by an address change: the member whose
      * held mail is to be released, and how many items were
           01 WS-HM-RELEASE PIC A(1).
           01 WS-HM-MEMBER PIC 9(8).
           01 WS-HM-EOF PIC A(1).
           01 WS-HM-RELEASED-COUNT PIC 9(6).
      * Every confirmed update restarts the three-year KYC review
      * clock, matching the schedule BIO sets at intake
           01 WS-KYC-REVIEW-DAYS PIC 9(5) VALUE 1095.
           01 WS-KYC-TODAY-INT PIC 9(8).
           01 WS-KYC-DUE-INT PIC 9(8).
      * Relationship officer assignment: the staff ID being checked,
      * whether it may be assigned, and the departing and receiving
      * officers of a bulk reassignment with the members moved
           01 WS-OF-CHECK PIC X(8).
           01 WS-OF-OK PIC A(1).
           01 WS-OF-FROM PIC X(8).
           01 WS-OF-TO PIC X(8).
           01 WS-OF-EOF PIC A(1).
           01 WS-OF-COUNT PIC 9(6).
      * Member merge: the two IDs, the retired record's values held
      * while the survivor's record is on screen, one side-by-side
      * display line, and the values taken from the retired record
      * for the audit log
           01 WS-MG-SURVIVOR-ID PIC 9(8).
           01 WS-MG-RETIRED-ID PIC 9(8).
           01 WS-MG-OK PIC A(1).
           01 WS-MG-PICK PIC A(1).
           01 WS-MG-CONFIRM PIC A(1).
           01 WS-MG-TAKE-RETIRED PIC A(1).
           01 WS-MG-EOF PIC A(1).
           01 WS-MG-ACCOUNT-COUNT PIC 9(6).
           01 WS-MG-R-BUSINESS PIC A(1).
           01 WS-MG-RETIRED.
               05 WS-MG-R-NAME PIC A(30).
               05 WS-MG-R-DOB PIC 9(8).
               05 WS-MG-R-GOVT-ID PIC X(12).
               05 WS-MG-R-ADDRESS PIC X(60).
               05 WS-MG-R-PHONE PIC X(12).
               05 WS-MG-R-LEGAL-NAME PIC X(60).
               05 WS-MG-R-TAX-ID PIC X(12).
               05 WS-MG-R-EMAIL PIC X(60).
               05 WS-MG-R-MOBILE PIC X(15).
           01 WS-MG-CUR-FIELD PIC X(8).
           01 WS-MG-CUR-S PIC X(60).
           01 WS-MG-CUR-R PIC X(60).
           01 WS-MG-SHOW-LINE.
               05 WS-MG-SHOW-FIELD PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-MG-SHOW-S PIC X(60).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-MG-SHOW-R PIC X(60).
           01 WS-MG-IDX PIC 9(2).
           01 WS-MG-PICKS.
               05 WS-MG-PICK-COUNT PIC 9(2).
               05 WS-MG-PICK-ENTRY OCCURS 9 TIMES.
                   10 WS-MG-PICK-FIELD PIC X(8).
                   10 WS-MG-PICK-OLD PIC X(60).
                   10 WS-MG-PICK-NEW PIC X(60).
      * Likely-duplicates report: every live member is loaded, then
      * each pair is compared on date of birth plus a similar name
      * (same first four letters, or same initial and surname), or
      * on the same government ID, tax ID or phone
           01 WS-DUP-MAX PIC 9(4) VALUE 2000.
           01 WS-DUP-COUNT PIC 9(4).
           01 WS-DUP-I PIC 9(4).
           01 WS-DUP-J PIC 9(4).
           01 WS-DUP-START PIC 9(4).
           01 WS-DUP-END PIC 9(2).
           01 WS-DUP-POS PIC 9(2).
           01 WS-DUP-PAIRS PIC 9(6).
           01 WS-DUP-REASON PIC X(8).
           01 WS-DUP-STAMP PIC 9(6).
           01 WS-DUP-FILE-NAME PIC X(30).
           01 WS-DUP-TABLE.
               05 WS-DUP-ENTRY OCCURS 2000 TIMES.
                   10 WS-DUP-ID PIC 9(8).
                   10 WS-DUP-NAME PIC X(30).
                   10 WS-DUP-SURNAME PIC X(30).
                   10 WS-DUP-DOB PIC 9(8).
                   10 WS-DUP-GOVT-ID PIC X(12).
                   10 WS-DUP-TAX-ID PIC X(12).
                   10 WS-DUP-PHONE PIC X(12).
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR PIC 9(4).
           CALL "FILE-PATHS" USING WS-FP-NAME WS-MEMBER-DETAILS-PATH
           MOVE "memberaudit.log" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-MEMBER-AUDIT-PATH
           MOVE "accountinfo.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-ACCOUNT-DETAILS-PATH
           MOVE "reportcat.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-REPORT-CATALOG-PATH
           MOVE "heldmail.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-HELD-MAIL-PATH
           MOVE "staff.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-STAFF-DETAILS-PATH
           MOVE "n" TO WS-HM-RELEASE

           DISPLAY "Enter a command. 'read', 'update', 'browse', 'merge'
      -        ", 'dupes' or 'reassign'"
           ACCEPT WS-COMMAND

           IF WS-COMMAND IS EQUAL TO "read"
                       END-READ
                   END-PERFORM
               CLOSE MEMBER-DETAILS
           ELSE IF WS-COMMAND IS EQUAL TO "merge"
               PERFORM MERGE-MEMBERS
           ELSE IF WS-COMMAND IS EQUAL TO "dupes"
               PERFORM LIKELY-DUPLICATES-REPORT
           ELSE IF WS-COMMAND IS EQUAL TO "reassign"
               PERFORM REASSIGN-OFFICER
           ELSE
               DISPLAY "Command not recognized..."
           END-IF.
           DISPLAY "Date of birth: "MEMBER-DOB
           DISPLAY "Government ID: "MEMBER-GOVT-ID
           DISPLAY "Address: "MEMBER-ADDRESS
           DISPLAY "Phone: "MEMBER-PHONE
           DISPLAY "E-mail: "MEMBER-EMAIL
           DISPLAY "Mobile: "MEMBER-MOBILE
           DISPLAY "Notice channels (P paper, E e-mail, T text):"
               " alerts "MEMBER-ALERT-CHANNEL
               " loans "MEMBER-LOAN-CHANNEL
               " service "MEMBER-SERVICE-CHANNEL
           IF MEMBER-RISK-RATING IS NOT EQUAL TO SPACES
               DISPLAY "Risk rating (L low, M medium, H high): "
                   MEMBER-RISK-RATING" score "MEMBER-RISK-SCORE
                   " as of "MEMBER-RISK-DATE
           END-IF
           IF MEMBER-OFFICER-ID IS NOT EQUAL TO SPACES
               DISPLAY "Relationship officer: "MEMBER-OFFICER-ID
           END-IF
           IF MEMBER-MARKETING-OPT-OUT IS EQUAL TO "Y"
               DISPLAY "Opted out of marketing offers"
           END-IF
           IF MEMBER-ADDRESS-BAD IS EQUAL TO "Y"
               DISPLAY "Mail to this address was returned on "
                   MEMBER-BAD-ADDRESS-DATE" (" MEMBER-BAD-NOTICE
                   "); mail is held until the address is changed"
           END-IF
           IF MEMBER-TYPE IS EQUAL TO "B"
               DISPLAY "Business member"
               DISPLAY "Legal name: "MEMBER-LEGAL-NAME
               DISPLAY "Tax ID: "MEMBER-TAX-ID
               DISPLAY "Entity type: "MEMBER-ENTITY-TYPE
               DISPLAY "Formation date: "MEMBER-FORMATION-DATE
           END-IF
           IF MEMBER-DECEASED-DATE > 0
               DISPLAY "Deceased: "MEMBER-DECEASED-DATE
               DISPLAY "Estate contact: "MEMBER-ESTATE-CONTACT
               DISPLAY "Estate address: "MEMBER-ESTATE-ADDRESS
           END-IF
           IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
               DISPLAY "Merged into member "MEMBER-MERGED-INTO" on "
                   MEMBER-MERGED-DATE
           END-IF.
      * Change one field of an existing member record, logging the
      * member ID, the field and the before/after values
       UPDATE-MEMBER.
                       DISPLAY "Unknown member ID..."
                   NOT INVALID KEY
                       PERFORM SHOW-MEMBER
      * A merged-away record is a tombstone; changes go to the survivor
                       IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
                           MOVE SPACES TO WS-FIELD
                       ELSE
                       DISPLAY "Field to change (name/dob/govtid/address
      -                    "/phone/email/mobile/officer/optout, notice c
      -                    "hannels alerts/loans/service; for a business
      -                    " also legal/taxid/entity/formed)..."
                       ACCEPT WS-FIELD
                       PERFORM APPLY-FIELD-UPDATE
                       END-IF
               END-READ
           CLOSE MEMBER-DETAILS.
       APPLY-FIELD-UPDATE.
               DISPLAY "Enter new address..."
               ACCEPT MEMBER-ADDRESS
               MOVE MEMBER-ADDRESS TO WS-NEW-VALUE
               IF MEMBER-ADDRESS IS NOT EQUAL TO WS-OLD-VALUE
                   PERFORM CLEAR-RETURNED-MAIL
               END-IF
           ELSE IF WS-FIELD IS EQUAL TO "phone"
               MOVE MEMBER-PHONE TO WS-OLD-VALUE
               DISPLAY "Enter new phone..."
               ACCEPT MEMBER-PHONE
               MOVE MEMBER-PHONE TO WS-NEW-VALUE
           ELSE IF WS-FIELD IS EQUAL TO "email"
               MOVE MEMBER-EMAIL TO WS-OLD-VALUE
               DISPLAY "Enter new e-mail address (blank to remove)..."
               ACCEPT MEMBER-EMAIL
               MOVE MEMBER-EMAIL TO WS-NEW-VALUE
           ELSE IF WS-FIELD IS EQUAL TO "mobile"
               MOVE MEMBER-MOBILE TO WS-OLD-VALUE
               DISPLAY "Enter new mobile number (blank to remove)..."
               ACCEPT MEMBER-MOBILE
               MOVE MEMBER-MOBILE TO WS-NEW-VALUE
           ELSE IF WS-FIELD IS EQUAL TO "alerts"
               MOVE MEMBER-ALERT-CHANNEL TO WS-OLD-VALUE
               PERFORM ACCEPT-NOTICE-CHANNEL
               MOVE WS-CHANNEL-IN TO MEMBER-ALERT-CHANNEL
           ELSE IF WS-FIELD IS EQUAL TO "loans"
               MOVE MEMBER-LOAN-CHANNEL TO WS-OLD-VALUE
               PERFORM ACCEPT-NOTICE-CHANNEL
               MOVE WS-CHANNEL-IN TO MEMBER-LOAN-CHANNEL
           ELSE IF WS-FIELD IS EQUAL TO "service"
               MOVE MEMBER-SERVICE-CHANNEL TO WS-OLD-VALUE
               PERFORM ACCEPT-NOTICE-CHANNEL
               MOVE WS-CHANNEL-IN TO MEMBER-SERVICE-CHANNEL
           ELSE IF WS-FIELD IS EQUAL TO "officer"
               MOVE MEMBER-OFFICER-ID TO WS-OLD-VALUE
               DISPLAY "Enter the relationship officer's staff ID (blank
      -            " to remove)..."
               ACCEPT WS-OF-CHECK
               PERFORM CHECK-OFFICER
               IF WS-OF-OK IS EQUAL TO "y"
                   MOVE WS-OF-CHECK TO MEMBER-OFFICER-ID
                   MOVE MEMBER-OFFICER-ID TO WS-NEW-VALUE
               ELSE
                   MOVE SPACES TO WS-FIELD
               END-IF
           ELSE IF WS-FIELD IS EQUAL TO "optout"
               MOVE MEMBER-MARKETING-OPT-OUT TO WS-OLD-VALUE
               DISPLAY "Opt out of marketing offers? (Y/N)..."
               ACCEPT MEMBER-MARKETING-OPT-OUT
               IF MEMBER-MARKETING-OPT-OUT IS EQUAL TO "y"
                   MOVE "Y" TO MEMBER-MARKETING-OPT-OUT
               END-IF
               IF MEMBER-MARKETING-OPT-OUT IS NOT EQUAL TO "Y"
                   MOVE "N" TO MEMBER-MARKETING-OPT-OUT
               END-IF
               MOVE MEMBER-MARKETING-OPT-OUT TO WS-NEW-VALUE
      * The registered business details only exist on a business
           ELSE IF (WS-FIELD IS EQUAL TO "legal" OR
               WS-FIELD IS EQUAL TO "taxid" OR
               WS-FIELD IS EQUAL TO "entity" OR
               WS-FIELD IS EQUAL TO "formed") AND
               MEMBER-TYPE IS NOT EQUAL TO "B"
               DISPLAY "That field applies to business members only; no 
      -            "change made"
               MOVE SPACES TO WS-FIELD
           ELSE IF WS-FIELD IS EQUAL TO "legal"
               MOVE MEMBER-LEGAL-NAME TO WS-OLD-VALUE
               DISPLAY "Enter new legal name..."
               ACCEPT MEMBER-LEGAL-NAME
               MOVE MEMBER-LEGAL-NAME TO WS-NEW-VALUE
           ELSE IF WS-FIELD IS EQUAL TO "taxid"
               MOVE MEMBER-TAX-ID TO WS-OLD-VALUE
               DISPLAY "Enter new tax ID..."
               ACCEPT MEMBER-TAX-ID
               MOVE MEMBER-TAX-ID TO WS-NEW-VALUE
           ELSE IF WS-FIELD IS EQUAL TO "entity"
               MOVE MEMBER-ENTITY-TYPE TO WS-OLD-VALUE
               DISPLAY "Enter new entity type (CO/LL/PA/SP/NP)..."
               ACCEPT MEMBER-ENTITY-TYPE
               IF MEMBER-ENTITY-TYPE = "CO" OR
                   MEMBER-ENTITY-TYPE = "LL" OR
                   MEMBER-ENTITY-TYPE = "PA" OR
                   MEMBER-ENTITY-TYPE = "SP" OR
                   MEMBER-ENTITY-TYPE = "NP"
                   MOVE MEMBER-ENTITY-TYPE TO WS-NEW-VALUE
               ELSE
                   DISPLAY "Entity type not recognized; no change made"
                   MOVE WS-OLD-VALUE TO MEMBER-ENTITY-TYPE
                   MOVE SPACES TO WS-FIELD
               END-IF
           ELSE IF WS-FIELD IS EQUAL TO "formed"
               MOVE MEMBER-FORMATION-DATE TO WS-OLD-VALUE(1:8)
               DISPLAY "Enter new formation date (YYYYMMDD)..."
               ACCEPT MEMBER-FORMATION-DATE
               MOVE MEMBER-FORMATION-DATE TO WS-NEW-VALUE(1:8)
           ELSE
               DISPLAY "Field not recognized; no change made"
               MOVE SPACES TO WS-FIELD
      * A period above, not a bare END-IF: with the chained ELSE IFs
      * the rewrite below must run for every recognized field
           IF WS-FIELD IS NOT EQUAL TO SPACES
      * An officer assignment or a marketing preference is not a
      * review of the member's own details, so it leaves the KYC
      * review clock where it was
               IF WS-FIELD IS NOT EQUAL TO "officer" AND
                   WS-FIELD IS NOT EQUAL TO "optout"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   COMPUTE WS-KYC-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CURRENT-DATE))
                   COMPUTE WS-KYC-DUE-INT =
                       WS-KYC-TODAY-INT + WS-KYC-REVIEW-DAYS
                   COMPUTE MEMBER-KYC-REVIEW-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-KYC-DUE-INT)
               END-IF
               REWRITE MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to update the member rec
               DISPLAY "Member "MEMBER-ID" updated; next KYC review "
                   MEMBER-KYC-REVIEW-DATE
               PERFORM LOG-MEMBER-CHANGE
               IF WS-HM-RELEASE IS EQUAL TO "y"
                   PERFORM RELEASE-HELD-MAIL
               END-IF
           END-IF.
      * A notice channel for one category; e-mail and text need the
      * matching contact on file first, and anything not accepted
      * leaves the old channel in place
       ACCEPT-NOTICE-CHANNEL.
           DISPLAY "Enter the channel: P paper, E e-mail, T text..."
           ACCEPT WS-CHANNEL-IN
           IF WS-CHANNEL-IN IS EQUAL TO "p"
               MOVE "P" TO WS-CHANNEL-IN
           END-IF
           IF WS-CHANNEL-IN IS EQUAL TO "e"
               MOVE "E" TO WS-CHANNEL-IN
           END-IF
           IF WS-CHANNEL-IN IS EQUAL TO "t"
               MOVE "T" TO WS-CHANNEL-IN
           END-IF
           IF WS-CHANNEL-IN IS NOT EQUAL TO "P" AND
               WS-CHANNEL-IN IS NOT EQUAL TO "E" AND
               WS-CHANNEL-IN IS NOT EQUAL TO "T"
               DISPLAY "Channel not recognized; no change made"
               MOVE WS-OLD-VALUE(1:1) TO WS-CHANNEL-IN
               MOVE SPACES TO WS-FIELD
           ELSE IF WS-CHANNEL-IN IS EQUAL TO "E" AND
               MEMBER-EMAIL IS EQUAL TO SPACES
               DISPLAY "No e-mail address is on file; no change made"
               MOVE WS-OLD-VALUE(1:1) TO WS-CHANNEL-IN
               MOVE SPACES TO WS-FIELD
           ELSE IF WS-CHANNEL-IN IS EQUAL TO "T" AND
               MEMBER-MOBILE IS EQUAL TO SPACES
               DISPLAY "No mobile number is on file; no change made"
               MOVE WS-OLD-VALUE(1:1) TO WS-CHANNEL-IN
               MOVE SPACES TO WS-FIELD
           ELSE
               MOVE WS-CHANNEL-IN TO WS-NEW-VALUE
           END-IF
           END-IF
           END-IF.
      * A relationship officer must be on the staff file; blank
      * removes the assignment and is always accepted
       CHECK-OFFICER.
           MOVE "y" TO WS-OF-OK
           IF WS-OF-CHECK IS NOT EQUAL TO SPACES
               MOVE WS-OF-CHECK TO STAFF-ID
               OPEN INPUT STAFF-DETAILS
                   READ STAFF-DETAILS
                       INVALID KEY
                           DISPLAY "Staff ID "WS-OF-CHECK" is not on the
      -                        " staff file; no change made"
                           MOVE "n" TO WS-OF-OK
                       NOT INVALID KEY
                           DISPLAY "Relationship officer: "STAFF-ID" "
                               STAFF-NAME
                   END-READ
               CLOSE STAFF-DETAILS
           END-IF.
      * Bulk reassignment when an officer leaves: every member record
      * assigned to the departing officer moves to the receiving one
      * (or to none), each move logged as its own officer change. The
      * KYC review clock is left alone, as for a single assignment
       REASSIGN-OFFICER.
           DISPLAY "Enter the departing officer's staff ID..."
           ACCEPT WS-OF-FROM
           DISPLAY "Enter the staff ID taking the members over (blank to
      -        " leave them unassigned)..."
           ACCEPT WS-OF-CHECK
           IF WS-OF-FROM IS EQUAL TO SPACES
               DISPLAY "A departing officer is required; nothing reassig
      -            "ned"
           ELSE IF WS-OF-CHECK IS EQUAL TO WS-OF-FROM
               DISPLAY "The receiving officer is the departing one; noth
      -            "ing reassigned"
           ELSE
               PERFORM CHECK-OFFICER
               IF WS-OF-OK IS EQUAL TO "y"
                   MOVE WS-OF-CHECK TO WS-OF-TO
                   MOVE 0 TO WS-OF-COUNT
                   MOVE "n" TO WS-OF-EOF
                   MOVE "officer" TO WS-FIELD
                   OPEN I-O MEMBER-DETAILS
                   MOVE LOW-VALUES TO MEMBER-ID
                   START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
                       INVALID KEY MOVE "y" TO WS-OF-EOF
                   END-START
                   PERFORM UNTIL WS-OF-EOF IS EQUAL TO "y"
                       READ MEMBER-DETAILS NEXT RECORD
                           AT END MOVE "y" TO WS-OF-EOF
                       END-READ
                       IF WS-OF-EOF IS NOT EQUAL TO "y" AND
                           MEMBER-OFFICER-ID IS EQUAL TO WS-OF-FROM
                           PERFORM REASSIGN-ONE-MEMBER
                       END-IF
                   END-PERFORM
                   CLOSE MEMBER-DETAILS
                   DISPLAY "Members moved from officer "WS-OF-FROM": "
                       WS-OF-COUNT
               END-IF
           END-IF
           END-IF.
       REASSIGN-ONE-MEMBER.
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           MOVE MEMBER-OFFICER-ID TO WS-OLD-VALUE
           MOVE WS-OF-TO TO MEMBER-OFFICER-ID
           MOVE WS-OF-TO TO WS-NEW-VALUE
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to reassign member "MEMBER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-OF-COUNT
                   PERFORM LOG-MEMBER-CHANGE
           END-REWRITE.
       LOG-MEMBER-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO MEMBER-AUDIT-LINE
           OPEN EXTEND MEMBER-AUDIT-LOG
               WRITE MEMBER-AUDIT-LINE
           CLOSE MEMBER-AUDIT-LOG.
      * A new address clears a returned-mail flag; the flag is logged
      * as its own change and the member's held mail is released once
      * the record has been rewritten
       CLEAR-RETURNED-MAIL.
           IF MEMBER-ADDRESS-BAD IS EQUAL TO "Y"
               MOVE "y" TO WS-HM-RELEASE
               MOVE MEMBER-ID TO WS-HM-MEMBER
               MOVE "N" TO MEMBER-ADDRESS-BAD
               MOVE 0 TO MEMBER-BAD-ADDRESS-DATE
               MOVE SPACES TO MEMBER-BAD-NOTICE
           END-IF.
      * Every item still held for the member goes to R, released for
      * reprint; BANK's held-mail run reprints it
       RELEASE-HELD-MAIL.
           MOVE "n" TO WS-HM-RELEASE
           MOVE "retmail" TO WS-FIELD
           MOVE "address returned" TO WS-OLD-VALUE
           MOVE "cleared by address change" TO WS-NEW-VALUE
           PERFORM LOG-MEMBER-CHANGE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO WS-HM-RELEASED-COUNT
           MOVE "n" TO WS-HM-EOF
           OPEN I-O HELD-MAIL-FILE
           MOVE WS-HM-MEMBER TO HM-MEMBER-ID
           MOVE 0 TO HM-HELD-DATE
           MOVE 0 TO HM-HELD-TIME
           START HELD-MAIL-FILE KEY IS NOT LESS THAN HM-KEY
               INVALID KEY MOVE "y" TO WS-HM-EOF
           END-START
           PERFORM UNTIL WS-HM-EOF IS EQUAL TO "y"
               READ HELD-MAIL-FILE NEXT RECORD
                   AT END MOVE "y" TO WS-HM-EOF
               END-READ
               IF WS-HM-EOF IS NOT EQUAL TO "y" AND
                   HM-MEMBER-ID IS NOT EQUAL TO WS-HM-MEMBER
                   MOVE "y" TO WS-HM-EOF
               END-IF
               IF WS-HM-EOF IS NOT EQUAL TO "y" AND
                   HM-STATUS IS EQUAL TO "H"
                   MOVE "R" TO HM-STATUS
                   MOVE WS-CURRENT-DATE TO HM-RELEASED-DATE
                   REWRITE HELD-MAIL-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to release held item "
                               HM-EVENT
                       NOT INVALID KEY
                           ADD 1 TO WS-HM-RELEASED-COUNT
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE HELD-MAIL-FILE
           DISPLAY "Returned-mail flag cleared; "WS-HM-RELEASED-COUNT
               " held item(s) released for reprint".
      * Merge a duplicate member into the surviving one: both records
      * side by side, staff pick which values survive, the retired
      * member's accounts move to the survivor, and the retired record
      * is kept as a tombstone pointing at the survivor
       MERGE-MEMBERS.
           MOVE "y" TO WS-MG-OK
           MOVE 0 TO WS-MG-PICK-COUNT
           DISPLAY "Enter the surviving member ID..."
           ACCEPT WS-MG-SURVIVOR-ID
           DISPLAY "Enter the member ID to retire..."
           ACCEPT WS-MG-RETIRED-ID
           IF WS-MG-SURVIVOR-ID IS EQUAL TO WS-MG-RETIRED-ID
               DISPLAY "The two member IDs must differ..."
               MOVE "n" TO WS-MG-OK
           END-IF
           OPEN I-O MEMBER-DETAILS
           IF WS-MG-OK IS EQUAL TO "y"
               MOVE WS-MG-RETIRED-ID TO MEMBER-ID
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Unknown member ID "WS-MG-RETIRED-ID
                       MOVE "n" TO WS-MG-OK
                   NOT INVALID KEY
                       IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
                           DISPLAY "Member "MEMBER-ID" was already merge
      -                        "d into "MEMBER-MERGED-INTO
                           MOVE "n" TO WS-MG-OK
                       END-IF
                       MOVE MEMBER-NAME TO WS-MG-R-NAME
                       MOVE MEMBER-DOB TO WS-MG-R-DOB
                       MOVE MEMBER-GOVT-ID TO WS-MG-R-GOVT-ID
                       MOVE MEMBER-ADDRESS TO WS-MG-R-ADDRESS
                       MOVE MEMBER-PHONE TO WS-MG-R-PHONE
                       MOVE MEMBER-LEGAL-NAME TO WS-MG-R-LEGAL-NAME
                       MOVE MEMBER-TAX-ID TO WS-MG-R-TAX-ID
                       MOVE MEMBER-EMAIL TO WS-MG-R-EMAIL
                       MOVE MEMBER-MOBILE TO WS-MG-R-MOBILE
                       IF MEMBER-TYPE IS EQUAL TO "B"
                           MOVE "y" TO WS-MG-R-BUSINESS
                       ELSE
                           MOVE "n" TO WS-MG-R-BUSINESS
                       END-IF
               END-READ
           END-IF
           IF WS-MG-OK IS EQUAL TO "y"
               MOVE WS-MG-SURVIVOR-ID TO MEMBER-ID
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Unknown member ID "WS-MG-SURVIVOR-ID
                       MOVE "n" TO WS-MG-OK
                   NOT INVALID KEY
                       IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
                           DISPLAY "Member "MEMBER-ID" was already merge
      -                        "d into "MEMBER-MERGED-INTO
                           MOVE "n" TO WS-MG-OK
                       ELSE IF (MEMBER-TYPE IS EQUAL TO "B" AND
                           WS-MG-R-BUSINESS IS NOT EQUAL TO "y") OR
                           (MEMBER-TYPE IS NOT EQUAL TO "B" AND
                           WS-MG-R-BUSINESS IS EQUAL TO "y")
                           DISPLAY "A business and an individual cannot 
      -                        "be merged..."
                           MOVE "n" TO WS-MG-OK
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-MG-OK IS EQUAL TO "y"
               PERFORM SHOW-AND-PICK-MERGE-FIELDS
               DISPLAY "Merge member "WS-MG-RETIRED-ID" into "
                   WS-MG-SURVIVOR-ID"? y/n"
               ACCEPT WS-MG-CONFIRM
               IF WS-MG-CONFIRM IS NOT EQUAL TO "y"
                   DISPLAY "Merge abandoned; nothing changed"
                   MOVE "n" TO WS-MG-OK
               END-IF
           END-IF
           IF WS-MG-OK IS EQUAL TO "y"
               REWRITE MEMBER-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to update the surviving me
      -                    "mber"
                       MOVE "n" TO WS-MG-OK
               END-REWRITE
           END-IF
           IF WS-MG-OK IS EQUAL TO "y"
               PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-PICK-COUNT
                   MOVE WS-MG-PICK-FIELD(WS-MG-IDX) TO WS-FIELD
                   MOVE WS-MG-PICK-OLD(WS-MG-IDX) TO WS-OLD-VALUE
                   MOVE WS-MG-PICK-NEW(WS-MG-IDX) TO WS-NEW-VALUE
                   PERFORM LOG-MEMBER-CHANGE
               END-PERFORM
               IF WS-HM-RELEASE IS EQUAL TO "y"
                   PERFORM RELEASE-HELD-MAIL
               END-IF
           END-IF
           CLOSE MEMBER-DETAILS
           IF WS-MG-OK IS EQUAL TO "y"
               PERFORM REPOINT-MERGED-ACCOUNTS
               PERFORM RETIRE-MERGED-MEMBER
           END-IF.
      * The survivor's record is in the record area; each field is
      * shown beside the retired record's value and, where the two
      * differ, staff choose which one survives
       SHOW-AND-PICK-MERGE-FIELDS.
           MOVE "Field" TO WS-MG-SHOW-FIELD
           MOVE SPACES TO WS-MG-SHOW-S
           STRING "Survivor " WS-MG-SURVIVOR-ID
               DELIMITED BY SIZE INTO WS-MG-SHOW-S
           END-STRING
           MOVE SPACES TO WS-MG-SHOW-R
           STRING "Retired " WS-MG-RETIRED-ID
               DELIMITED BY SIZE INTO WS-MG-SHOW-R
           END-STRING
           DISPLAY WS-MG-SHOW-LINE
           MOVE "name" TO WS-MG-CUR-FIELD
           MOVE MEMBER-NAME TO WS-MG-CUR-S
           MOVE WS-MG-R-NAME TO WS-MG-CUR-R
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-NAME TO MEMBER-NAME
           END-IF
           MOVE "dob" TO WS-MG-CUR-FIELD
           MOVE SPACES TO WS-MG-CUR-S
           MOVE SPACES TO WS-MG-CUR-R
           MOVE MEMBER-DOB TO WS-MG-CUR-S(1:8)
           MOVE WS-MG-R-DOB TO WS-MG-CUR-R(1:8)
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-DOB TO MEMBER-DOB
           END-IF
           MOVE "govtid" TO WS-MG-CUR-FIELD
           MOVE MEMBER-GOVT-ID TO WS-MG-CUR-S
           MOVE WS-MG-R-GOVT-ID TO WS-MG-CUR-R
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-GOVT-ID TO MEMBER-GOVT-ID
           END-IF
           MOVE "address" TO WS-MG-CUR-FIELD
           MOVE MEMBER-ADDRESS TO WS-MG-CUR-S
           MOVE WS-MG-R-ADDRESS TO WS-MG-CUR-R
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-ADDRESS TO MEMBER-ADDRESS
               PERFORM CLEAR-RETURNED-MAIL
           END-IF
           MOVE "phone" TO WS-MG-CUR-FIELD
           MOVE MEMBER-PHONE TO WS-MG-CUR-S
           MOVE WS-MG-R-PHONE TO WS-MG-CUR-R
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-PHONE TO MEMBER-PHONE
           END-IF
           MOVE "email" TO WS-MG-CUR-FIELD
           MOVE MEMBER-EMAIL TO WS-MG-CUR-S
           MOVE WS-MG-R-EMAIL TO WS-MG-CUR-R
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-EMAIL TO MEMBER-EMAIL
           END-IF
           MOVE "mobile" TO WS-MG-CUR-FIELD
           MOVE MEMBER-MOBILE TO WS-MG-CUR-S
           MOVE WS-MG-R-MOBILE TO WS-MG-CUR-R
           PERFORM PICK-MERGE-VALUE
           IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
               MOVE WS-MG-R-MOBILE TO MEMBER-MOBILE
           END-IF
           IF MEMBER-TYPE IS EQUAL TO "B"
               MOVE "legal" TO WS-MG-CUR-FIELD
               MOVE MEMBER-LEGAL-NAME TO WS-MG-CUR-S
               MOVE WS-MG-R-LEGAL-NAME TO WS-MG-CUR-R
               PERFORM PICK-MERGE-VALUE
               IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
                   MOVE WS-MG-R-LEGAL-NAME TO MEMBER-LEGAL-NAME
               END-IF
               MOVE "taxid" TO WS-MG-CUR-FIELD
               MOVE MEMBER-TAX-ID TO WS-MG-CUR-S
               MOVE WS-MG-R-TAX-ID TO WS-MG-CUR-R
               PERFORM PICK-MERGE-VALUE
               IF WS-MG-TAKE-RETIRED IS EQUAL TO "y"
                   MOVE WS-MG-R-TAX-ID TO MEMBER-TAX-ID
               END-IF
           END-IF.
       PICK-MERGE-VALUE.
           MOVE "n" TO WS-MG-TAKE-RETIRED
           MOVE WS-MG-CUR-FIELD TO WS-MG-SHOW-FIELD
           MOVE WS-MG-CUR-S TO WS-MG-SHOW-S
           MOVE WS-MG-CUR-R TO WS-MG-SHOW-R
           DISPLAY WS-MG-SHOW-LINE
           IF WS-MG-CUR-R IS NOT EQUAL TO WS-MG-CUR-S AND
               WS-MG-CUR-R IS NOT EQUAL TO SPACES
               DISPLAY "Keep the (s)urvivor's or take the (r)etired reco
      -            "rd's "WS-MG-CUR-FIELD"?"
               ACCEPT WS-MG-PICK
               IF WS-MG-PICK IS EQUAL TO "r"
                   MOVE "y" TO WS-MG-TAKE-RETIRED
                   ADD 1 TO WS-MG-PICK-COUNT
                   MOVE WS-MG-CUR-FIELD TO
                       WS-MG-PICK-FIELD(WS-MG-PICK-COUNT)
                   MOVE WS-MG-CUR-S TO WS-MG-PICK-OLD(WS-MG-PICK-COUNT)
                   MOVE WS-MG-CUR-R TO WS-MG-PICK-NEW(WS-MG-PICK-COUNT)
               END-IF
           END-IF.
      * Every account carrying the retired member ID now carries the
      * survivor's, so the portfolio, waiver and cash aggregation see
      * the member's whole relationship
       REPOINT-MERGED-ACCOUNTS.
           MOVE 0 TO WS-MG-ACCOUNT-COUNT
           MOVE "n" TO WS-MG-EOF
           OPEN I-O ACCOUNT-DETAILS
           IF WS-ACCOUNT-STATUS IS NOT EQUAL TO "00"
               MOVE "y" TO WS-MG-EOF
           END-IF
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           IF WS-MG-EOF IS NOT EQUAL TO "y"
               START ACCOUNT-DETAILS KEY IS GREATER THAN
                   CREATE-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-MG-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-MG-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-MG-EOF
                   NOT AT END
                       IF CREATE-MEMBER-ID IS EQUAL TO WS-MG-RETIRED-ID
                           MOVE WS-MG-SURVIVOR-ID TO CREATE-MEMBER-ID
                           REWRITE CREATE-ACCOUNT
                               INVALID KEY
                                   DISPLAY "Error: unable to move accoun
      -                                "t "CREATE-ACCOUNT-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-MG-ACCOUNT-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           DISPLAY WS-MG-ACCOUNT-COUNT" accounts moved to member "
               WS-MG-SURVIVOR-ID.
      * Turn the retired record into a tombstone and log the merge
       RETIRE-MERGED-MEMBER.
           OPEN I-O MEMBER-DETAILS
               MOVE WS-MG-RETIRED-ID TO MEMBER-ID
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Error: retired member record not found"
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE TO
                           WS-CURRENT-DATE-DATA
                       MOVE WS-MG-SURVIVOR-ID TO MEMBER-MERGED-INTO
                       MOVE WS-CURRENT-DATE TO MEMBER-MERGED-DATE
                       REWRITE MEMBER-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to retire the memb
      -                            "er record"
                       END-REWRITE
                       MOVE "merged" TO WS-FIELD
                       MOVE SPACES TO WS-OLD-VALUE
                       MOVE SPACES TO WS-NEW-VALUE
                       STRING "into " WS-MG-SURVIVOR-ID
                           " accounts moved " WS-MG-ACCOUNT-COUNT
                           DELIMITED BY SIZE INTO WS-NEW-VALUE
                       END-STRING
                       PERFORM LOG-MEMBER-CHANGE
                       DISPLAY "Member "WS-MG-RETIRED-ID" retired; it no
      -                    "w points at member "WS-MG-SURVIVOR-ID
               END-READ
           CLOSE MEMBER-DETAILS.
      * Report of likely duplicate members to feed the merge work,
      * dated and entered in the report catalog
       LIKELY-DUPLICATES-REPORT.
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-DUP-PAIRS
           MOVE "n" TO WS-BROWSE-EOF
           OPEN INPUT MEMBER-DETAILS
               MOVE LOW-VALUES TO MEMBER-ID
               START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
                   INVALID KEY MOVE "y" TO WS-BROWSE-EOF
               END-START
               PERFORM UNTIL WS-BROWSE-EOF IS EQUAL TO "y"
                   READ MEMBER-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-BROWSE-EOF
                       NOT AT END
                           IF MEMBER-MERGED-INTO IS EQUAL TO 0
                               PERFORM LOAD-DUPLICATE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE MEMBER-DETAILS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-DUP-STAMP
           MOVE SPACES TO WS-DUP-FILE-NAME
           STRING "memberdupes." WS-DUP-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-DUP-FILE-NAME
           END-STRING
           MOVE WS-DUP-FILE-NAME TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-DUPLICATE-REPORT-PATH
           OPEN OUTPUT DUPLICATE-REPORT-FILE
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "LIKELY DUPLICATE MEMBERS  run " WS-CURRENT-DATE
               "  members screened " WS-DUP-COUNT
               DELIMITED BY SIZE INTO DUPLICATE-REPORT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-LINE
           PERFORM VARYING WS-DUP-I FROM 1 BY 1
               UNTIL WS-DUP-I >= WS-DUP-COUNT
               COMPUTE WS-DUP-START = WS-DUP-I + 1
               PERFORM VARYING WS-DUP-J FROM WS-DUP-START BY 1
                   UNTIL WS-DUP-J > WS-DUP-COUNT
                   PERFORM COMPARE-DUPLICATE-PAIR
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO DUPLICATE-REPORT-LINE
           STRING "Likely duplicate pairs: " WS-DUP-PAIRS
               DELIMITED BY SIZE INTO DUPLICATE-REPORT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-LINE
           CLOSE DUPLICATE-REPORT-FILE
           MOVE SPACES TO REPORT-CATALOG-LINE
           STRING "REPORT type=MEMBER DUPES    "
               " date=" WS-DUP-STAMP
               " file=" WS-DUP-FILE-NAME
               "          "
               " records=" WS-DUP-PAIRS
               DELIMITED BY SIZE INTO REPORT-CATALOG-LINE
           END-STRING
           OPEN EXTEND REPORT-CATALOG
               WRITE REPORT-CATALOG-LINE
           CLOSE REPORT-CATALOG
           DISPLAY WS-DUP-PAIRS" likely duplicate pairs written to "
               WS-DUP-FILE-NAME.
      * One live member into the comparison table, with the name
      * upper-cased and its last word kept as the surname
       LOAD-DUPLICATE-ENTRY.
           IF WS-DUP-COUNT IS EQUAL TO WS-DUP-MAX
               DISPLAY "Duplicate table full; member "MEMBER-ID
                   " and later not screened"
               MOVE "y" TO WS-BROWSE-EOF
           ELSE
               ADD 1 TO WS-DUP-COUNT
               MOVE MEMBER-ID TO WS-DUP-ID(WS-DUP-COUNT)
               MOVE FUNCTION UPPER-CASE(MEMBER-NAME)
                   TO WS-DUP-NAME(WS-DUP-COUNT)
               MOVE MEMBER-DOB TO WS-DUP-DOB(WS-DUP-COUNT)
               MOVE MEMBER-GOVT-ID TO WS-DUP-GOVT-ID(WS-DUP-COUNT)
               MOVE MEMBER-TAX-ID TO WS-DUP-TAX-ID(WS-DUP-COUNT)
               MOVE MEMBER-PHONE TO WS-DUP-PHONE(WS-DUP-COUNT)
               MOVE SPACES TO WS-DUP-SURNAME(WS-DUP-COUNT)
               MOVE 30 TO WS-DUP-END
               PERFORM UNTIL WS-DUP-END < 1 OR
                   WS-DUP-NAME(WS-DUP-COUNT)(WS-DUP-END:1)
                   IS NOT EQUAL TO SPACE
                   SUBTRACT 1 FROM WS-DUP-END
               END-PERFORM
               IF WS-DUP-END > 0
                   MOVE WS-DUP-END TO WS-DUP-POS
                   PERFORM UNTIL WS-DUP-POS < 1 OR
                       WS-DUP-NAME(WS-DUP-COUNT)(WS-DUP-POS:1)
                       IS EQUAL TO SPACE
                       SUBTRACT 1 FROM WS-DUP-POS
                   END-PERFORM
                   ADD 1 TO WS-DUP-POS
                   MOVE WS-DUP-NAME(WS-DUP-COUNT)
                       (WS-DUP-POS:WS-DUP-END - WS-DUP-POS + 1)
                       TO WS-DUP-SURNAME(WS-DUP-COUNT)
               END-IF
           END-IF.
       COMPARE-DUPLICATE-PAIR.
           MOVE SPACES TO WS-DUP-REASON
           IF WS-DUP-DOB(WS-DUP-I) > 0 AND
               WS-DUP-DOB(WS-DUP-I) IS EQUAL TO WS-DUP-DOB(WS-DUP-J)
               AND (WS-DUP-NAME(WS-DUP-I)(1:4) IS EQUAL TO
               WS-DUP-NAME(WS-DUP-J)(1:4) OR
               (WS-DUP-NAME(WS-DUP-I)(1:1) IS EQUAL TO
               WS-DUP-NAME(WS-DUP-J)(1:1) AND
               WS-DUP-SURNAME(WS-DUP-I) IS EQUAL TO
               WS-DUP-SURNAME(WS-DUP-J)))
               MOVE "DOB+NAME" TO WS-DUP-REASON
           ELSE IF WS-DUP-GOVT-ID(WS-DUP-I) IS NOT EQUAL TO SPACES AND
               WS-DUP-GOVT-ID(WS-DUP-I) IS EQUAL TO
               WS-DUP-GOVT-ID(WS-DUP-J)
               MOVE "GOVT ID" TO WS-DUP-REASON
           ELSE IF WS-DUP-TAX-ID(WS-DUP-I) IS NOT EQUAL TO SPACES AND
               WS-DUP-TAX-ID(WS-DUP-I) IS EQUAL TO
               WS-DUP-TAX-ID(WS-DUP-J)
               MOVE "TAX ID" TO WS-DUP-REASON
           ELSE IF WS-DUP-PHONE(WS-DUP-I) IS NOT EQUAL TO SPACES AND
               WS-DUP-PHONE(WS-DUP-I) IS EQUAL TO
               WS-DUP-PHONE(WS-DUP-J)
               MOVE "PHONE" TO WS-DUP-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-DUP-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-DUP-PAIRS
               MOVE SPACES TO DUPLICATE-REPORT-LINE
               STRING WS-DUP-REASON
                   " " WS-DUP-ID(WS-DUP-I) " " WS-DUP-NAME(WS-DUP-I)
                   " " WS-DUP-DOB(WS-DUP-I)
                   " | " WS-DUP-ID(WS-DUP-J) " " WS-DUP-NAME(WS-DUP-J)
                   " " WS-DUP-DOB(WS-DUP-J)
                   DELIMITED BY SIZE INTO DUPLICATE-REPORT-LINE
               END-STRING
               WRITE DUPLICATE-REPORT-LINE
           END-IF.
       END PROGRAM MEMBER-MAINT.
