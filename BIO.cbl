                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MEMBER-ID.
      * Names the branch may not open accounts for without a manual
      * review; one name per line, apart from a line starting
      * *VERSION that carries the list's version
                   SELECT WATCH-LIST-FILE ASSIGN TO
                       WS-WATCH-LIST-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
      * Date the member's KYC details are next due for review, set
      * at intake and pushed forward on every confirmed update
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
           FD WATCH-LIST-FILE.
               01 WATCH-LIST-NAME PIC X(30).
           FD REVIEW-QUEUE-FILE.
           01 WS-ADDRESS PIC X(60).
           01 WS-PHONE PIC X(12).
           01 WS-PHONE-VALID PIC A(1).
           01 WS-EMAIL PIC X(60).
           01 WS-MOBILE PIC X(15).
      * Business intake: the trading name goes in WS-NAME and the
      * registered details below take the place of the personal ones
           01 WS-BUSINESS-INTAKE PIC A(1) VALUE "n".
           01 WS-LEGAL-NAME PIC X(60).
           01 WS-TAX-ID PIC X(12).
           01 WS-ENTITY-TYPE PIC X(2).
           01 WS-ENTITY-VALID PIC A(1).
           01 WS-FORMATION-DATE PIC 9(8) VALUE 0.
           01 WS-FORMATION-VALID PIC A(1).
           01 WS-PRINT-INFO PIC A(1) VALUE "y".
           01 WS-OPEN-ACCOUNT PIC A(1).
      * Screening flags: an intake on the watch list never issues an
            CALL "FILE-PATHS" USING WS-FP-NAME WS-WATCH-LIST-PATH
            MOVE "kycreview.txt" TO WS-FP-NAME
            CALL "FILE-PATHS" USING WS-FP-NAME WS-REVIEW-QUEUE-PATH
            DISPLAY "Is this intake for a business? y/n"
            ACCEPT WS-BUSINESS-INTAKE
            IF WS-BUSINESS-INTAKE = "y"
                PERFORM GET-BUSINESS-DETAILS
            ELSE
                PERFORM GET-PERSON-DETAILS
            END-IF

            DISPLAY "Print information? y/n"
            ACCEPT WS-PRINT-INFO
            IF WS-PRINT-INFO = "y"
                DISPLAY "Name: "WS-NAME
                IF WS-BUSINESS-INTAKE = "y"
                    DISPLAY "Legal name: "WS-LEGAL-NAME
                    DISPLAY "Tax ID: "WS-TAX-ID
                    DISPLAY "Entity type: "WS-ENTITY-TYPE
                    DISPLAY "Formation date: "WS-FORMATION-DATE
                ELSE
                    DISPLAY "Age: "WS-AGE
                    DISPLAY "Date of birth: "WS-DOB
                    DISPLAY "Government ID: "WS-GOVT-ID
                END-IF
                DISPLAY "Address: "WS-ADDRESS
                DISPLAY "Phone: "WS-PHONE
                DISPLAY "E-mail: "WS-EMAIL
                DISPLAY "Mobile: "WS-MOBILE
            END-IF

      * Screen against the watch list before anything is issued; a
                GOBACK
            END-IF

      * Duplicate screen: the same name and date of birth (for a
      * business, the same tax ID) already on file reuses that member
      * instead of issuing a fresh ID
            PERFORM CHECK-DUPLICATE-MEMBER
            IF WS-DUPLICATE-FOUND = "y"
                MOVE WS-DUPLICATE-ID TO MEMBER-ID
                MOVE WS-GOVT-ID TO MEMBER-GOVT-ID
                MOVE WS-ADDRESS TO MEMBER-ADDRESS
                MOVE WS-PHONE TO MEMBER-PHONE
                MOVE 0 TO MEMBER-DECEASED-DATE
                MOVE SPACES TO MEMBER-ESTATE-CONTACT
                MOVE SPACES TO MEMBER-ESTATE-ADDRESS
                IF WS-BUSINESS-INTAKE = "y"
                    MOVE "B" TO MEMBER-TYPE
                ELSE
                    MOVE "I" TO MEMBER-TYPE
                END-IF
                MOVE WS-LEGAL-NAME TO MEMBER-LEGAL-NAME
                MOVE WS-TAX-ID TO MEMBER-TAX-ID
                MOVE WS-ENTITY-TYPE TO MEMBER-ENTITY-TYPE
                MOVE WS-FORMATION-DATE TO MEMBER-FORMATION-DATE
                MOVE 0 TO MEMBER-MERGED-INTO
                MOVE 0 TO MEMBER-MERGED-DATE
                MOVE "N" TO MEMBER-ADDRESS-BAD
                MOVE 0 TO MEMBER-BAD-ADDRESS-DATE
                MOVE SPACES TO MEMBER-BAD-NOTICE
                MOVE WS-EMAIL TO MEMBER-EMAIL
                MOVE WS-MOBILE TO MEMBER-MOBILE
                MOVE "P" TO MEMBER-ALERT-CHANNEL
                MOVE "P" TO MEMBER-LOAN-CHANNEL
                MOVE "P" TO MEMBER-SERVICE-CHANNEL
      * Unrated until the nightly risk-scoring batch first runs
                MOVE SPACES TO MEMBER-RISK-RATING
                MOVE 0 TO MEMBER-RISK-SCORE
                MOVE 0 TO MEMBER-RISK-POINTS(1)
                MOVE 0 TO MEMBER-RISK-POINTS(2)
                MOVE 0 TO MEMBER-RISK-POINTS(3)
                MOVE 0 TO MEMBER-RISK-POINTS(4)
                MOVE 0 TO MEMBER-RISK-POINTS(5)
                MOVE 0 TO MEMBER-RISK-POINTS(6)
                MOVE 0 TO MEMBER-RISK-POINTS(7)
                MOVE 0 TO MEMBER-RISK-POINTS(8)
                MOVE 0 TO MEMBER-RISK-DATE
      * A relationship officer is assigned later in member maintenance
                MOVE SPACES TO MEMBER-OFFICER-ID
                MOVE "N" TO MEMBER-MARKETING-OPT-OUT
      * The record ages from today: the next KYC review falls due
      * three years out unless an update resets the clock first
                COMPUTE WS-KYC-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                DISPLAY "Member record saved! Member ID: "MEMBER-ID
            END-IF

      * A business acts only through its signers, who are linked to
      * it in BANK once each has a member record of their own
            IF WS-BUSINESS-INTAKE = "y"
                DISPLAY "Record the business's owners and authorized sig
      -             "ners with BANK's sg staff command"
            END-IF

      * Hand the new identity record straight into BANK's account-
      * creation flow, so the account ID it creates is tied back to
      * this physical person instead of a bare, unverified sign-up
            END-IF

            GOBACK.
      * Personal intake: the member is the individual at the desk
       GET-PERSON-DETAILS.
           DISPLAY "Enter your name..."
           ACCEPT WS-NAME
           DISPLAY "Enter your age..."
           ACCEPT WS-AGE
           PERFORM GET-DATE-OF-BIRTH
           PERFORM GET-GOVERNMENT-ID
           DISPLAY "Enter your street address..."
           ACCEPT WS-ADDRESS
           PERFORM GET-PHONE-NUMBER
           PERFORM GET-ELECTRONIC-CONTACT
           DISPLAY "Enter your grade number (0 if not a student)..."
           ACCEPT WS-GRADE
           DISPLAY "Enter the name of your school (blank if none)..."
           ACCEPT WS-SCHOOL
           MOVE SPACES TO WS-LEGAL-NAME
           MOVE SPACES TO WS-TAX-ID
           MOVE SPACES TO WS-ENTITY-TYPE
           MOVE 0 TO WS-FORMATION-DATE.
      * Business intake: the trading name, the registered legal name,
      * tax ID, entity type and formation date; the personal fields
      * are left empty
       GET-BUSINESS-DETAILS.
           DISPLAY "Enter the business's trading name..."
           ACCEPT WS-NAME
           DISPLAY "Enter the registered legal name..."
           ACCEPT WS-LEGAL-NAME
           IF WS-LEGAL-NAME IS EQUAL TO SPACES
               MOVE WS-NAME TO WS-LEGAL-NAME
           END-IF
           PERFORM GET-TAX-ID
           PERFORM GET-ENTITY-TYPE
           PERFORM GET-FORMATION-DATE
           DISPLAY "Enter the business's street address..."
           ACCEPT WS-ADDRESS
           PERFORM GET-PHONE-NUMBER
           PERFORM GET-ELECTRONIC-CONTACT
           MOVE 0 TO WS-AGE
           MOVE 0 TO WS-DOB
           MOVE 0 TO WS-GRADE
           MOVE SPACES TO WS-SCHOOL
           MOVE SPACES TO WS-GOVT-ID.
       GET-TAX-ID.
           MOVE SPACES TO WS-TAX-ID
           PERFORM UNTIL WS-TAX-ID IS NOT EQUAL TO SPACES
               DISPLAY "Enter the business's tax ID number..."
               ACCEPT WS-TAX-ID
               IF WS-TAX-ID IS EQUAL TO SPACES
                   DISPLAY "A tax ID is required; try again"
               END-IF
           END-PERFORM.
       GET-ENTITY-TYPE.
           MOVE "n" TO WS-ENTITY-VALID
           PERFORM UNTIL WS-ENTITY-VALID = "y"
               DISPLAY "Enter entity type (CO corporation, LL LLC, PA pa
      -            "rtnership, SP sole proprietor, NP nonprofit)..."
               ACCEPT WS-ENTITY-TYPE
               IF WS-ENTITY-TYPE = "CO" OR WS-ENTITY-TYPE = "LL" OR
                   WS-ENTITY-TYPE = "PA" OR WS-ENTITY-TYPE = "SP" OR
                   WS-ENTITY-TYPE = "NP"
                   MOVE "y" TO WS-ENTITY-VALID
               ELSE
                   DISPLAY "Entity type not recognized; try again"
               END-IF
           END-PERFORM.
      * Formation date is checked the same way as a date of birth
       GET-FORMATION-DATE.
           MOVE "n" TO WS-FORMATION-VALID
           PERFORM UNTIL WS-FORMATION-VALID = "y"
               DISPLAY "Enter the formation date (YYYYMMDD)..."
               ACCEPT WS-FORMATION-DATE
               IF WS-FORMATION-DATE > 16000101
                   COMPUTE WS-DOB-CHECK =
                       FUNCTION INTEGER-OF-DATE(WS-FORMATION-DATE)
                   IF WS-DOB-CHECK > 0
                       MOVE "y" TO WS-FORMATION-VALID
                   END-IF
               END-IF
               IF WS-FORMATION-VALID IS NOT EQUAL TO "y"
                   DISPLAY "That is not a real date; try again"
               END-IF
           END-PERFORM.
      * Date of birth must be a real calendar date (YYYYMMDD); the
      * date-integer function returns zero for anything impossible
       GET-DATE-OF-BIRTH.
                   DISPLAY "Enter at least ten digits; try again"
               END-IF
           END-PERFORM.
      * E-mail and mobile are optional at intake; notices go on paper
      * until the member chooses otherwise in MEMBER-MAINT
       GET-ELECTRONIC-CONTACT.
           DISPLAY "Enter an e-mail address for notices (blank if none).
      -        ".."
           ACCEPT WS-EMAIL
           DISPLAY "Enter a mobile number for text notices (blank if non
      -        "e)..."
           ACCEPT WS-MOBILE.
       CHECK-WATCH-LIST.
           MOVE "n" TO WS-ON-WATCH-LIST
           MOVE "n" TO WS-WATCH-EOF
                           IF WATCH-LIST-NAME IS EQUAL TO WS-NAME
                               MOVE "y" TO WS-ON-WATCH-LIST
                           END-IF
      * A business is screened under its legal name as well
                           IF WS-BUSINESS-INTAKE = "y" AND
                               WATCH-LIST-NAME IS EQUAL TO WS-LEGAL-NAME
                               MOVE "y" TO WS-ON-WATCH-LIST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
               " name=" WS-NAME
               " dob=" WS-DOB
               " govtid=" WS-GOVT-ID
               " taxid=" WS-TAX-ID
               DELIMITED BY SIZE INTO REVIEW-QUEUE-LINE
           END-STRING
           OPEN EXTEND REVIEW-QUEUE-FILE
               WRITE REVIEW-QUEUE-LINE
           CLOSE REVIEW-QUEUE-FILE.
      * Full scan of the member file for the same name and date of
      * birth, so the same person walking in twice keeps one identity;
      * a merged-away tombstone is never matched
       CHECK-DUPLICATE-MEMBER.
           MOVE "n" TO WS-DUPLICATE-FOUND
           MOVE "n" TO WS-SCREEN-EOF
                   AT END MOVE "y" TO WS-SCREEN-EOF
               END-READ
               IF WS-SCREEN-EOF IS NOT EQUAL TO "y" AND
                   MEMBER-MERGED-INTO IS EQUAL TO 0 AND
                   ((WS-BUSINESS-INTAKE IS NOT EQUAL TO "y" AND
                   MEMBER-NAME IS EQUAL TO WS-NAME AND
                   MEMBER-DOB IS EQUAL TO WS-DOB) OR
                   (WS-BUSINESS-INTAKE = "y" AND
                   MEMBER-TYPE IS EQUAL TO "B" AND
                   MEMBER-TAX-ID IS EQUAL TO WS-TAX-ID))
                   MOVE "y" TO WS-DUPLICATE-FOUND
                   MOVE MEMBER-ID TO WS-DUPLICATE-ID
                   MOVE "y" TO WS-SCREEN-EOF
