                       ALTERNATE RECORD KEY IS TRANSACTION-ID
                           WITH DUPLICATES.
      * One-time layout conversion for the current release: these
      * SELECT pairs read the indexed files whose records changed
      * (balances, transactions, accounts, members, loans, outbound
      * queue, activity summary, payroll registry, staff, drawers,
      * vault, standing instructions, sweeps, pending changes, FX
      * rates, outbound sent register, products, re-presentment
      * queue) at the length the last release wrote and write copies
      * at the new length, with the month-only dates widened to
      * CCYYMMDD and the appended fields initialized; the operator
      * swaps the .converted copies in for the live files
                   SELECT OLD-BALANCES ASSIGN TO
                       WS-BALANCE-DETAILS-PATH
                       ORGANIZATION IS INDEXED
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OT-TRANSACTION-NUMBER
                       ALTERNATE RECORD KEY IS OT-TRANSACTION-ID
                           WITH DUPLICATES.
                   SELECT CONVERTED-TRANSACTIONS ASSIGN TO
                       WS-CONVERTED-TRANSACTIONS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CT-TRANSACTION-NUMBER
                       ALTERNATE RECORD KEY IS CT-TRANSACTION-ID
                           WITH DUPLICATES.
                   SELECT OLD-ACCOUNTS ASSIGN TO
                       WS-ACCOUNT-DETAILS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CL-ACCOUNT-ID.
                   SELECT OLD-OUTQUEUE ASSIGN TO
                       WS-OUTQUEUE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CQ-OUTQ-ID.
                   SELECT OLD-ACTIVITY ASSIGN TO
                       WS-ACTIVITY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OV-KEY.
                   SELECT CONVERTED-ACTIVITY ASSIGN TO
                       WS-CONVERTED-ACTIVITY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CV-KEY.
                   SELECT OLD-REGISTRY ASSIGN TO
                       WS-REGISTRY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OR-BATCH-ID.
                   SELECT CONVERTED-REGISTRY ASSIGN TO
                       WS-CONVERTED-REGISTRY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CR-BATCH-ID.
                   SELECT OLD-STAFF ASSIGN TO
                       WS-STAFF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OST-STAFF-ID.
                   SELECT CONVERTED-STAFF ASSIGN TO
                       WS-CONVERTED-STAFF-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CST-STAFF-ID.
                   SELECT OLD-DRAWERS ASSIGN TO
                       WS-DRAWERS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS ODR-KEY.
                   SELECT CONVERTED-DRAWERS ASSIGN TO
                       WS-CONVERTED-DRAWERS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CDR-KEY.
                   SELECT OLD-VAULT ASSIGN TO
                       WS-VAULT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OVA-DATE.
                   SELECT CONVERTED-VAULT ASSIGN TO
                       WS-CONVERTED-VAULT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CVA-KEY.
                   SELECT OLD-STANDING ASSIGN TO
                       WS-STANDING-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OSI-INSTRUCTION-ID
                       ALTERNATE RECORD KEY IS OSI-ACCOUNT-ID
                           WITH DUPLICATES.
                   SELECT CONVERTED-STANDING ASSIGN TO
                       WS-CONVERTED-STANDING-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CSI-INSTRUCTION-ID
                       ALTERNATE RECORD KEY IS CSI-ACCOUNT-ID
                           WITH DUPLICATES.
                   SELECT OLD-SWEEPS ASSIGN TO
                       WS-SWEEPS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OSW-SWEEP-ID.
                   SELECT CONVERTED-SWEEPS ASSIGN TO
                       WS-CONVERTED-SWEEPS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CSW-SWEEP-ID.
                   SELECT OLD-PENDING ASSIGN TO
                       WS-PENDING-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OPC-ID.
                   SELECT CONVERTED-PENDING ASSIGN TO
                       WS-CONVERTED-PENDING-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CPC-ID.
                   SELECT OLD-FXRATES ASSIGN TO
                       WS-FXRATES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OFX-CURRENCY.
                   SELECT CONVERTED-FXRATES ASSIGN TO
                       WS-CONVERTED-FXRATES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CFX-CURRENCY.
                   SELECT OLD-OUTSENT ASSIGN TO
                       WS-OUTSENT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OOS-REF.
                   SELECT CONVERTED-OUTSENT ASSIGN TO
                       WS-CONVERTED-OUTSENT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS COS-REF.
                   SELECT OLD-PRODUCTS ASSIGN TO
                       WS-PRODUCTS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS OPR-CODE.
                   SELECT CONVERTED-PRODUCTS ASSIGN TO
                       WS-CONVERTED-PRODUCTS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CPR-CODE.
                   SELECT OLD-REPRESENT ASSIGN TO
                       WS-REPRESENT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-OLD-STATUS
                       RECORD KEY IS ORP-ID.
                   SELECT CONVERTED-REPRESENT ASSIGN TO
                       WS-CONVERTED-REPRESENT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       FILE STATUS IS WS-CONVERT-STATUS
                       RECORD KEY IS CRP-ID.
      * The posting journal BANK appends on every balance rewrite;
      * its date= stamp gives back the day a converted transaction
      * posted on
                   SELECT OPTIONAL POSTING-JOURNAL ASSIGN TO
                       WS-POSTING-JOURNAL-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-JOURNAL-STATUS.
      * Clean copies built record by record by the rebuild command
                   SELECT REBUILT-ACCOUNTS ASSIGN TO
                       WS-REBUILT-ACCOUNTS-PATH
                   05 CREATE-PASSWORD-2 PIC X(100).
                   05 CREATE-MEMBER-ID PIC 9(8).
                   05 CREATE-BOTH-TO-SIGN PIC A(1).
                   05 CREATE-HOME-BRANCH PIC X(3).
           FD BALANCE-DETAILS.
               01 BALANCES.
                   05 BALANCE-ID PIC 9(8).
                   05 BALANCE-REST PIC X(63).
           FD TRANSACTION-DETAILS.
               01 TRANSACTIONS.
                   05 TRANSACTION-NUMBER PIC 9(10).
                   05 TRANSACTION-DATE PIC 9(8).
                   05 TRANSACTION-ID PIC 9(8).
                   05 TRANSACTION-REST PIC X(49).
      * Old and new layouts for the conversion pairs; the old lengths
      * must match what is on disk today and the new ones must stay in
      * step with BANK's (and BIO's) FDs
           FD OLD-BALANCES.
               01 OB-BALANCE.
                   05 OB-BALANCE-ID PIC 9(8).
                   05 OB-LEAD PIC X(19).
                   05 OB-LOCKOUT-DATE PIC 9(6).
                   05 OB-TAIL PIC X(36).
           FD CONVERTED-BALANCES.
               01 CB-BALANCE.
                   05 CB-BALANCE-ID PIC 9(8).
                   05 CB-LEAD PIC X(19).
      * Widened: the lockout date, which held only year and month
                   05 CB-LOCKOUT-DATE PIC 9(8).
                   05 CB-TAIL PIC X(36).
           FD OLD-TRANSACTIONS.
               01 OT-TRANSACTION.
                   05 OT-TRANSACTION-NUMBER PIC 9(10).
                   05 OT-DATE PIC 9(6).
                   05 OT-TRANSACTION-ID PIC 9(8).
                   05 OT-REST PIC X(46).
           FD CONVERTED-TRANSACTIONS.
               01 CT-TRANSACTION.
                   05 CT-TRANSACTION-NUMBER PIC 9(10).
      * Widened: the posting date, which held only year and month
                   05 CT-DATE PIC 9(8).
                   05 CT-TRANSACTION-ID PIC 9(8).
                   05 CT-REST PIC X(46).
      * Appended: the branch stamp; blank reads as the main branch
                   05 CT-NEW-BRANCH PIC X(3).
           FD OLD-ACCOUNTS.
               01 OA-ACCOUNT.
                   05 OA-LEAD PIC X(201).
                   05 OA-ACCOUNT-ID PIC 9(8).
                   05 OA-REST PIC X(211).
           FD CONVERTED-ACCOUNTS.
               01 CA-ACCOUNT.
                   05 CA-LEAD PIC X(201).
                   05 CA-ACCOUNT-ID PIC 9(8).
                   05 CA-REST PIC X(211).
      * Appended: the home branch; blank reads as the main branch
                   05 CA-NEW-HOME-BRANCH PIC X(3).
           FD OLD-MEMBERS.
               01 OM-MEMBER.
                   05 OM-MEMBER-ID PIC 9(8).
                   05 OM-REST PIC X(174).
           FD CONVERTED-MEMBERS.
               01 CM-MEMBER.
                   05 CM-MEMBER-ID PIC 9(8).
                   05 CM-REST PIC X(174).
      * Appended: estate, business, merge, returned-mail, contact
      * channel, risk rating, officer and marketing fields. A
      * converted member is an individual with good address, paper
      * notices, no rating yet and no marketing opt-out
                   05 CM-NEW-DECEASED-DATE PIC 9(8).
                   05 CM-NEW-ESTATE-CONTACT PIC X(30).
                   05 CM-NEW-ESTATE-ADDRESS PIC X(60).
                   05 CM-NEW-TYPE PIC A(1).
                   05 CM-NEW-LEGAL-NAME PIC X(60).
                   05 CM-NEW-TAX-ID PIC X(12).
                   05 CM-NEW-ENTITY-TYPE PIC X(2).
                   05 CM-NEW-FORMATION-DATE PIC 9(8).
                   05 CM-NEW-MERGED-INTO PIC 9(8).
                   05 CM-NEW-MERGED-DATE PIC 9(8).
                   05 CM-NEW-ADDRESS-BAD PIC A(1).
                   05 CM-NEW-BAD-ADDRESS-DATE PIC 9(8).
                   05 CM-NEW-BAD-NOTICE PIC X(12).
                   05 CM-NEW-EMAIL PIC X(60).
                   05 CM-NEW-MOBILE PIC X(15).
                   05 CM-NEW-ALERT-CHANNEL PIC A(1).
                   05 CM-NEW-LOAN-CHANNEL PIC A(1).
                   05 CM-NEW-SERVICE-CHANNEL PIC A(1).
                   05 CM-NEW-RISK-RATING PIC A(1).
                   05 CM-NEW-RISK-SCORE PIC 9(3).
                   05 CM-NEW-RISK-POINTS PIC 9(24).
                   05 CM-NEW-RISK-DATE PIC 9(8).
                   05 CM-NEW-OFFICER-ID PIC X(8).
                   05 CM-NEW-OPT-OUT PIC A(1).
           FD OLD-LOANS.
               01 OL-LOAN.
                   05 OL-ACCOUNT-ID PIC 9(8).
                   05 OL-PRINCIPAL PIC X(12).
                   05 OL-RATE PIC 9(3)V9(4).
                   05 OL-TAIL PIC X(46).
           FD CONVERTED-LOANS.
               01 CL-LOAN.
                   05 CL-ACCOUNT-ID PIC 9(8).
                   05 CL-PRINCIPAL PIC X(12).
                   05 CL-RATE PIC 9(3)V9(4).
                   05 CL-TAIL PIC X(46).
      * Appended: the variable-rate terms. A converted loan is fixed
      * rate, its initial rate the rate it carries today
                   05 CL-NEW-RATE-TYPE PIC A(1).
                   05 CL-NEW-INDEX-CODE PIC X(6).
                   05 CL-NEW-RESET-TERMS PIC 9(27).
                   05 CL-NEW-INITIAL-RATE PIC 9(3)V9(4).
                   05 CL-NEW-PENDING PIC 9(25).
           FD OLD-OUTQUEUE.
               01 OQ-QUEUED.
                   05 OQ-OUTQ-ID PIC 9(10).
                   05 OQ-REST PIC X(63).
           FD CONVERTED-OUTQUEUE.
               01 CQ-QUEUED.
                   05 CQ-OUTQ-ID PIC 9(10).
                   05 CQ-REST PIC X(63).
      * Appended: the origin (queued by the customer) and the hold
      * flag (not held)
                   05 CQ-NEW-ORIGIN PIC A(1).
                   05 CQ-NEW-HOLD PIC A(1).
           FD OLD-ACTIVITY.
               01 OV-ACTIVITY.
                   05 OV-KEY.
                       10 OV-ACCOUNT-ID PIC 9(8).
                       10 OV-MONTH PIC 9(6).
                   05 OV-REST PIC X(40).
           FD CONVERTED-ACTIVITY.
               01 CV-ACTIVITY.
                   05 CV-KEY.
                       10 CV-ACCOUNT-ID PIC 9(8).
      * Widened: the summary date. The old summaries were kept by the
      * month and land on its first day
                       10 CV-DATE PIC 9(8).
                   05 CV-REST PIC X(40).
      * Appended: the payroll deposit count and total
                   05 CV-NEW-PAYROLL PIC 9(20).
           FD OLD-REGISTRY.
               01 OR-REGISTRY.
                   05 OR-BATCH-ID PIC X(10).
                   05 OR-POSTED-MONTH PIC 9(6).
           FD CONVERTED-REGISTRY.
               01 CR-REGISTRY.
                   05 CR-BATCH-ID PIC X(10).
      * Widened: the batch's posting date, which held only year and
      * month
                   05 CR-POSTED-DATE PIC 9(8).
           FD OLD-STAFF.
               01 OST-STAFF.
                   05 OST-STAFF-ID PIC X(8).
                   05 OST-REST PIC X(131).
           FD CONVERTED-STAFF.
               01 CST-STAFF.
                   05 CST-STAFF-ID PIC X(8).
                   05 CST-REST PIC X(131).
      * Appended: the member the staff member banks as, the ten
      * related members (none yet) and the branch; blank reads as the
      * main branch at sign-on
                   05 CST-NEW-MEMBER-ID PIC 9(8).
                   05 CST-NEW-RELATED-MEMBERS.
                       10 CST-NEW-RELATED PIC 9(8) OCCURS 10 TIMES.
                   05 CST-NEW-BRANCH PIC X(3).
           FD OLD-DRAWERS.
               01 ODR-DRAWER.
                   05 ODR-KEY PIC X(14).
                   05 ODR-REST PIC X(61).
           FD CONVERTED-DRAWERS.
               01 CDR-DRAWER.
                   05 CDR-KEY PIC X(14).
                   05 CDR-REST PIC X(61).
      * Appended: the branch the drawer was opened at; blank reads as
      * the main branch
                   05 CDR-NEW-BRANCH PIC X(3).
           FD OLD-VAULT.
               01 OVA-VAULT.
                   05 OVA-DATE PIC 9(6).
                   05 OVA-REST PIC X(61).
           FD CONVERTED-VAULT.
               01 CVA-VAULT.
      * Widened key: the ledger is kept per branch, and a day the
      * single vault closed before there were branches is the main
      * branch's
                   05 CVA-KEY.
                       10 CVA-BRANCH PIC X(3).
                       10 CVA-DATE PIC 9(6).
                   05 CVA-REST PIC X(61).
           FD OLD-STANDING.
               01 OSI-INSTRUCTION.
                   05 OSI-INSTRUCTION-ID PIC 9(8).
                   05 OSI-ACCOUNT-ID PIC 9(8).
                   05 OSI-REST PIC X(26).
           FD CONVERTED-STANDING.
               01 CSI-INSTRUCTION.
                   05 CSI-INSTRUCTION-ID PIC 9(8).
                   05 CSI-ACCOUNT-ID PIC 9(8).
                   05 CSI-REST PIC X(26).
      * Appended: the instruction's status (active)
                   05 CSI-NEW-STATUS PIC A(1).
           FD OLD-SWEEPS.
               01 OSW-SWEEP.
                   05 OSW-SWEEP-ID PIC 9(10).
                   05 OSW-REST PIC X(35).
           FD CONVERTED-SWEEPS.
               01 CSW-SWEEP.
                   05 CSW-SWEEP-ID PIC 9(10).
                   05 CSW-REST PIC X(35).
      * Appended: the sweep's status (active)
                   05 CSW-NEW-STATUS PIC A(1).
           FD OLD-PENDING.
               01 OPC-CHANGE.
                   05 OPC-ID PIC 9(10).
                   05 OPC-REST PIC X(96).
           FD CONVERTED-PENDING.
               01 CPC-CHANGE.
                   05 CPC-ID PIC 9(10).
                   05 CPC-REST PIC X(96).
      * Appended: the approver and approval date (not yet approved)
                   05 CPC-NEW-APPROVED-BY PIC X(8).
                   05 CPC-NEW-APPROVED-DATE PIC 9(6).
           FD OLD-FXRATES.
               01 OFX-RATE.
                   05 OFX-CURRENCY PIC X(3).
                   05 OFX-REST PIC X(13).
           FD CONVERTED-FXRATES.
               01 CFX-RATE.
                   05 CFX-CURRENCY PIC X(3).
                   05 CFX-REST PIC X(13).
      * Appended: the teller cash buy and sell margins, none until
      * treasury sets them
                   05 CFX-NEW-BUY-SPREAD PIC 9(2)V9(2).
                   05 CFX-NEW-SELL-SPREAD PIC 9(2)V9(2).
           FD OLD-OUTSENT.
               01 OOS-SENT.
                   05 OOS-REF PIC 9(10).
                   05 OOS-REST PIC X(30).
           FD CONVERTED-OUTSENT.
               01 COS-SENT.
                   05 COS-REF PIC 9(10).
                   05 COS-REST PIC X(30).
      * Appended: origin, external key, hold, settlement flags and
      * return date. A converted item was queued by the customer, and
      * was sent before statement matching, so it is taken as settled
      * rather than listed as an open difference
                   05 COS-NEW-ORIGIN PIC A(1).
                   05 COS-NEW-EXT-KEY PIC X(10).
                   05 COS-NEW-HOLD-ID PIC 9(10).
                   05 COS-NEW-SETTLED PIC A(1).
                   05 COS-NEW-RTN-SETTLED PIC A(1).
                   05 COS-NEW-RETURN-DATE PIC 9(6).
           FD OLD-PRODUCTS.
               01 OPR-PRODUCT.
                   05 OPR-CODE PIC A(1).
                   05 OPR-REST PIC X(37).
           FD CONVERTED-PRODUCTS.
               01 CPR-PRODUCT.
                   05 CPR-CODE PIC A(1).
                   05 CPR-REST PIC X(37).
      * Appended: the retirement-account flag (not one)
                   05 CPR-NEW-RETIREMENT PIC A(1).
           FD OLD-REPRESENT.
               01 ORP-ITEM.
                   05 ORP-ID PIC 9(10).
                   05 ORP-REST PIC X(56).
           FD CONVERTED-REPRESENT.
               01 CRP-ITEM.
                   05 CRP-ID PIC 9(10).
                   05 CRP-REST PIC X(56).
      * Appended: the originator of a rejected intake debit; blank on
      * the items already queued
                   05 CRP-NEW-ORIGINATOR PIC X(10).
           FD POSTING-JOURNAL.
               01 POSTING-JOURNAL-LINE PIC X(160).
           FD REBUILT-ACCOUNTS.
               01 RB-ACCOUNT.
                   05 RB-ACCT-LEAD PIC X(201).
                   05 RB-ACCOUNT-ID PIC 9(8).
                   05 RB-ACCT-REST PIC X(214).
           FD REBUILT-BALANCES.
               01 RB-BALANCE.
                   05 RB-BALANCE-ID PIC 9(8).
                   05 RB-BAL-REST PIC X(63).
           FD REBUILT-TRANSACTIONS.
               01 RB-TRANSACTION.
                   05 RB-TRANSACTION-NUMBER PIC 9(10).
                   05 RB-TX-REST PIC X(65).
       WORKING-STORAGE SECTION.
      * Resolved at startup by the shared FILE-PATHS subprogram from
      * the shop's data-directory configuration file
      * Conversion-pair paths and statuses
           01 WS-MEMBERS-PATH PIC X(1000).
           01 WS-LOANS-PATH PIC X(1000).
           01 WS-ACTIVITY-PATH PIC X(1000).
           01 WS-REGISTRY-PATH PIC X(1000).
           01 WS-POSTING-JOURNAL-PATH PIC X(1000).
           01 WS-OUTQUEUE-PATH PIC X(1000).
           01 WS-STAFF-PATH PIC X(1000).
           01 WS-DRAWERS-PATH PIC X(1000).
           01 WS-VAULT-PATH PIC X(1000).
           01 WS-STANDING-PATH PIC X(1000).
           01 WS-SWEEPS-PATH PIC X(1000).
           01 WS-PENDING-PATH PIC X(1000).
           01 WS-FXRATES-PATH PIC X(1000).
           01 WS-OUTSENT-PATH PIC X(1000).
           01 WS-PRODUCTS-PATH PIC X(1000).
           01 WS-REPRESENT-PATH PIC X(1000).
           01 WS-CONVERTED-BALANCES-PATH PIC X(1000).
           01 WS-CONVERTED-TRANSACTIONS-PATH PIC X(1000).
           01 WS-CONVERTED-ACCOUNTS-PATH PIC X(1000).
           01 WS-CONVERTED-MEMBERS-PATH PIC X(1000).
           01 WS-CONVERTED-LOANS-PATH PIC X(1000).
           01 WS-CONVERTED-OUTQUEUE-PATH PIC X(1000).
           01 WS-CONVERTED-ACTIVITY-PATH PIC X(1000).
           01 WS-CONVERTED-REGISTRY-PATH PIC X(1000).
           01 WS-CONVERTED-STAFF-PATH PIC X(1000).
           01 WS-CONVERTED-DRAWERS-PATH PIC X(1000).
           01 WS-CONVERTED-VAULT-PATH PIC X(1000).
           01 WS-CONVERTED-STANDING-PATH PIC X(1000).
           01 WS-CONVERTED-SWEEPS-PATH PIC X(1000).
           01 WS-CONVERTED-PENDING-PATH PIC X(1000).
           01 WS-CONVERTED-FXRATES-PATH PIC X(1000).
           01 WS-CONVERTED-OUTSENT-PATH PIC X(1000).
           01 WS-CONVERTED-PRODUCTS-PATH PIC X(1000).
           01 WS-CONVERTED-REPRESENT-PATH PIC X(1000).
           01 WS-OLD-STATUS PIC X(2).
           01 WS-CONVERT-STATUS PIC X(2).
           01 WS-JOURNAL-STATUS PIC X(2).
      * The branch a converted vault day is booked to, as in BANK
           01 WS-MAIN-BRANCH PIC X(3) VALUE "001".
      * Day recovery from the posting journal: the date= and tx=
      * fields of one line, at the offsets BANK writes them
           01 WS-JOURNAL-EOF PIC A(1).
           01 WS-JOURNAL-DATE PIC 9(8).
           01 WS-JOURNAL-TX PIC 9(10).
           01 WS-DAYS-RECOVERED PIC 9(8).
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-DATE.
                   10 WS-CURRENT-YEAR PIC 9(4).
           CALL "FILE-PATHS" USING WS-FP-NAME WS-MEMBERS-PATH
           MOVE "loans.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LOANS-PATH
           MOVE "activity.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-ACTIVITY-PATH
           MOVE "payrollreg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-REGISTRY-PATH
           MOVE "postjournal.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-POSTING-JOURNAL-PATH
           MOVE "outqueue.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-OUTQUEUE-PATH
           MOVE "balance.converted" TO WS-FP-NAME
           MOVE "loans.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-LOANS-PATH
           MOVE "outqueue.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-OUTQUEUE-PATH
           MOVE "activity.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-ACTIVITY-PATH
           MOVE "payrollreg.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-REGISTRY-PATH
           MOVE "staff.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-STAFF-PATH
           MOVE "staff.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-STAFF-PATH
           MOVE "drawers.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-DRAWERS-PATH
           MOVE "drawers.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-DRAWERS-PATH
           MOVE "vault.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-VAULT-PATH
           MOVE "vault.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-VAULT-PATH
           MOVE "standing.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-STANDING-PATH
           MOVE "standing.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-STANDING-PATH
           MOVE "sweeps.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-SWEEPS-PATH
           MOVE "sweeps.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-SWEEPS-PATH
           MOVE "pendingchanges.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PENDING-PATH
           MOVE "pendingchanges.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-PENDING-PATH
           MOVE "fxrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-FXRATES-PATH
           MOVE "fxrates.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-FXRATES-PATH
           MOVE "outsent.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-OUTSENT-PATH
           MOVE "outsent.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-OUTSENT-PATH
           MOVE "products.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PRODUCTS-PATH
           MOVE "products.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-PRODUCTS-PATH
           MOVE "represent.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-REPRESENT-PATH
           MOVE "represent.converted" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONVERTED-REPRESENT-PATH

           DISPLAY "Enter a command. 'scan', 'orphans', 'rebuild', or
      -        "'convert'"
           DISPLAY "transactions rebuilt: "WS-GOOD-COUNT" copied, "
               WS-DUP-COUNT" duplicates, "WS-BAD-COUNT" unreadable".
      * One-time migration for the record widenings: copy each of
      * the affected files into a .converted copy at the new length,
      * with the month-only dates widened and the appended fields
      * initialized, then swap the copies in for the live files
      * before the first widened run. A file that opens clean at the
      * old length has not been converted yet; one that fails to
      * open here has either already been converted or does not
      * exist, and is skipped
       CONVERT-WIDENED-LAYOUTS.
           PERFORM CONVERT-BALANCE-LAYOUT
           PERFORM CONVERT-TRANSACTION-LAYOUT
           PERFORM CONVERT-ACCOUNT-LAYOUT
           PERFORM CONVERT-MEMBER-LAYOUT
           PERFORM CONVERT-LOAN-LAYOUT
           PERFORM CONVERT-OUTQUEUE-LAYOUT
           PERFORM CONVERT-ACTIVITY-LAYOUT
           PERFORM CONVERT-REGISTRY-LAYOUT
           PERFORM CONVERT-STAFF-LAYOUT
           PERFORM CONVERT-DRAWER-LAYOUT
           PERFORM CONVERT-VAULT-LAYOUT
           PERFORM CONVERT-STANDING-LAYOUT
           PERFORM CONVERT-SWEEP-LAYOUT
           PERFORM CONVERT-PENDING-LAYOUT
           PERFORM CONVERT-FXRATE-LAYOUT
           PERFORM CONVERT-OUTSENT-LAYOUT
           PERFORM CONVERT-PRODUCT-LAYOUT
           PERFORM CONVERT-REPRESENT-LAYOUT
           DISPLAY "Conversion done; swap each .converted copy in for
      -        " its live file before running the new programs".
       CONVERT-BALANCE-LAYOUT.
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OB-BALANCE-ID TO CB-BALANCE-ID
                           MOVE OB-LEAD TO CB-LEAD
                           MOVE OB-TAIL TO CB-TAIL
                           PERFORM WIDEN-LOCKOUT-DATE
                           WRITE CB-BALANCE
                               INVALID KEY
                                   DISPLAY "balance: duplicate key dr
                       NOT AT END
                           MOVE OT-TRANSACTION-NUMBER TO
                               CT-TRANSACTION-NUMBER
                           PERFORM WIDEN-TRANSACTION-DATE
                           MOVE OT-TRANSACTION-ID TO CT-TRANSACTION-ID
                           MOVE OT-REST TO CT-REST
                           MOVE SPACES TO CT-NEW-BRANCH
                           WRITE CT-TRANSACTION
                               INVALID KEY
                                   DISPLAY "transactions: duplicate key dr
               CLOSE OLD-TRANSACTIONS
               CLOSE CONVERTED-TRANSACTIONS
               DISPLAY "transactions: "WS-GOOD-COUNT" records converted"
               PERFORM RECOVER-TRANSACTION-DAYS
           END-IF.
       CONVERT-ACCOUNT-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
                           MOVE OA-LEAD TO CA-LEAD
                           MOVE OA-ACCOUNT-ID TO CA-ACCOUNT-ID
                           MOVE OA-REST TO CA-REST
                           MOVE SPACES TO CA-NEW-HOME-BRANCH
                           WRITE CA-ACCOUNT
                               INVALID KEY
                                   DISPLAY "accountinfo: duplicate key dr
                       NOT AT END
                           MOVE OM-MEMBER-ID TO CM-MEMBER-ID
                           MOVE OM-REST TO CM-REST
                           PERFORM INITIALIZE-NEW-MEMBER-FIELDS
                           WRITE CM-MEMBER
                               INVALID KEY
                                   DISPLAY "members: duplicate key dr
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OL-ACCOUNT-ID TO CL-ACCOUNT-ID
                           MOVE OL-PRINCIPAL TO CL-PRINCIPAL
                           MOVE OL-RATE TO CL-RATE
                           MOVE OL-TAIL TO CL-TAIL
                           MOVE "F" TO CL-NEW-RATE-TYPE
                           MOVE SPACES TO CL-NEW-INDEX-CODE
                           MOVE 0 TO CL-NEW-RESET-TERMS
                           MOVE OL-RATE TO CL-NEW-INITIAL-RATE
                           MOVE 0 TO CL-NEW-PENDING
                           WRITE CL-LOAN
                               INVALID KEY
                                   DISPLAY "loans: duplicate key dr
               CLOSE CONVERTED-LOANS
               DISPLAY "loans: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-OUTQUEUE-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-OUTQUEUE
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "outqueue: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-OUTQUEUE
           ELSE
               OPEN OUTPUT CONVERTED-OUTQUEUE
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-OUTQUEUE NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OQ-OUTQ-ID TO CQ-OUTQ-ID
                           MOVE OQ-REST TO CQ-REST
                           MOVE "C" TO CQ-NEW-ORIGIN
                           MOVE "n" TO CQ-NEW-HOLD
                           WRITE CQ-QUEUED
                               INVALID KEY
                                   DISPLAY "outqueue: duplicate key dr
      -                                "opped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-OUTQUEUE
               CLOSE CONVERTED-OUTQUEUE
               DISPLAY "outqueue: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-ACTIVITY-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-ACTIVITY
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "activity: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-ACTIVITY
           ELSE
               OPEN OUTPUT CONVERTED-ACTIVITY
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-ACTIVITY NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OV-ACCOUNT-ID TO CV-ACCOUNT-ID
                           COMPUTE CV-DATE = OV-MONTH * 100 + 1
                           MOVE OV-REST TO CV-REST
                           MOVE 0 TO CV-NEW-PAYROLL
                           WRITE CV-ACTIVITY
                               INVALID KEY
                                   DISPLAY "activity: duplicate key drop
      -                                "ped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-ACTIVITY
               CLOSE CONVERTED-ACTIVITY
               DISPLAY "activity: "WS-GOOD-COUNT" records converted"
           END-IF.
      * A batch registered in a month is taken as posted on its first
      * day; the registry only guards against a batch posting twice
       CONVERT-REGISTRY-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-REGISTRY
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "payrollreg: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-REGISTRY
           ELSE
               OPEN OUTPUT CONVERTED-REGISTRY
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-REGISTRY NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OR-BATCH-ID TO CR-BATCH-ID
                           COMPUTE CR-POSTED-DATE =
                               OR-POSTED-MONTH * 100 + 1
                           WRITE CR-REGISTRY
                               INVALID KEY
                                   DISPLAY "payrollreg: duplicate key dr
      -                                "opped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-REGISTRY
               CLOSE CONVERTED-REGISTRY
               DISPLAY "payrollreg: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-STAFF-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-STAFF
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "staff: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-STAFF
           ELSE
               OPEN OUTPUT CONVERTED-STAFF
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-STAFF NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OST-STAFF-ID TO CST-STAFF-ID
                           MOVE OST-REST TO CST-REST
                           MOVE 0 TO CST-NEW-MEMBER-ID
                           INITIALIZE CST-NEW-RELATED-MEMBERS
                           MOVE SPACES TO CST-NEW-BRANCH
                           WRITE CST-STAFF
                               INVALID KEY
                                   DISPLAY
                                       "staff: duplicate key dropped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-STAFF
               CLOSE CONVERTED-STAFF
               DISPLAY "staff: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-DRAWER-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-DRAWERS
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "drawers: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-DRAWERS
           ELSE
               OPEN OUTPUT CONVERTED-DRAWERS
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-DRAWERS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE ODR-KEY TO CDR-KEY
                           MOVE ODR-REST TO CDR-REST
                           MOVE SPACES TO CDR-NEW-BRANCH
                           WRITE CDR-DRAWER
                               INVALID KEY
                                   DISPLAY "drawers: duplicate key dropp
      -                                "ed"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-DRAWERS
               CLOSE CONVERTED-DRAWERS
               DISPLAY "drawers: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-VAULT-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-VAULT
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "vault: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-VAULT
           ELSE
               OPEN OUTPUT CONVERTED-VAULT
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-VAULT NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE WS-MAIN-BRANCH TO CVA-BRANCH
                           MOVE OVA-DATE TO CVA-DATE
                           MOVE OVA-REST TO CVA-REST
                           WRITE CVA-VAULT
                               INVALID KEY
                                   DISPLAY
                                       "vault: duplicate key dropped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-VAULT
               CLOSE CONVERTED-VAULT
               DISPLAY "vault: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-STANDING-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-STANDING
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "standing: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-STANDING
           ELSE
               OPEN OUTPUT CONVERTED-STANDING
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-STANDING NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OSI-INSTRUCTION-ID TO CSI-INSTRUCTION-ID
                           MOVE OSI-ACCOUNT-ID TO CSI-ACCOUNT-ID
                           MOVE OSI-REST TO CSI-REST
                           MOVE "A" TO CSI-NEW-STATUS
                           WRITE CSI-INSTRUCTION
                               INVALID KEY
                                   DISPLAY "standing: duplicate key drop
      -                                "ped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-STANDING
               CLOSE CONVERTED-STANDING
               DISPLAY "standing: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-SWEEP-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-SWEEPS
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "sweeps: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-SWEEPS
           ELSE
               OPEN OUTPUT CONVERTED-SWEEPS
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-SWEEPS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OSW-SWEEP-ID TO CSW-SWEEP-ID
                           MOVE OSW-REST TO CSW-REST
                           MOVE "A" TO CSW-NEW-STATUS
                           WRITE CSW-SWEEP
                               INVALID KEY
                                   DISPLAY "sweeps: duplicate key droppe
      -                                "d"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-SWEEPS
               CLOSE CONVERTED-SWEEPS
               DISPLAY "sweeps: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-PENDING-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-PENDING
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "pendingchanges: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-PENDING
           ELSE
               OPEN OUTPUT CONVERTED-PENDING
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-PENDING NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OPC-ID TO CPC-ID
                           MOVE OPC-REST TO CPC-REST
                           MOVE SPACES TO CPC-NEW-APPROVED-BY
                           MOVE 0 TO CPC-NEW-APPROVED-DATE
                           WRITE CPC-CHANGE
                               INVALID KEY
                                   DISPLAY "pendingchanges: duplicate ke
      -                                "y dropped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-PENDING
               CLOSE CONVERTED-PENDING
               DISPLAY "pendingchanges: "WS-GOOD-COUNT
                   " records converted"
           END-IF.
       CONVERT-FXRATE-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-FXRATES
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "fxrates: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-FXRATES
           ELSE
               OPEN OUTPUT CONVERTED-FXRATES
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-FXRATES NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OFX-CURRENCY TO CFX-CURRENCY
                           MOVE OFX-REST TO CFX-REST
                           MOVE 0 TO CFX-NEW-BUY-SPREAD
                           MOVE 0 TO CFX-NEW-SELL-SPREAD
                           WRITE CFX-RATE
                               INVALID KEY
                                   DISPLAY "fxrates: duplicate key dropp
      -                                "ed"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-FXRATES
               CLOSE CONVERTED-FXRATES
               DISPLAY "fxrates: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-OUTSENT-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-OUTSENT
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "outsent: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-OUTSENT
           ELSE
               OPEN OUTPUT CONVERTED-OUTSENT
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-OUTSENT NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OOS-REF TO COS-REF
                           MOVE OOS-REST TO COS-REST
                           MOVE "C" TO COS-NEW-ORIGIN
                           MOVE SPACES TO COS-NEW-EXT-KEY
                           MOVE 0 TO COS-NEW-HOLD-ID
                           MOVE "y" TO COS-NEW-SETTLED
                           MOVE "y" TO COS-NEW-RTN-SETTLED
                           MOVE 0 TO COS-NEW-RETURN-DATE
                           WRITE COS-SENT
                               INVALID KEY
                                   DISPLAY "outsent: duplicate key dropp
      -                                "ed"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-OUTSENT
               CLOSE CONVERTED-OUTSENT
               DISPLAY "outsent: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-PRODUCT-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-PRODUCTS
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "products: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-PRODUCTS
           ELSE
               OPEN OUTPUT CONVERTED-PRODUCTS
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-PRODUCTS NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE OPR-CODE TO CPR-CODE
                           MOVE OPR-REST TO CPR-REST
                           MOVE "n" TO CPR-NEW-RETIREMENT
                           WRITE CPR-PRODUCT
                               INVALID KEY
                                   DISPLAY "products: duplicate key drop
      -                                "ped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-PRODUCTS
               CLOSE CONVERTED-PRODUCTS
               DISPLAY "products: "WS-GOOD-COUNT" records converted"
           END-IF.
       CONVERT-REPRESENT-LAYOUT.
           MOVE 0 TO WS-GOOD-COUNT
           MOVE "n" TO WS-EOF
           OPEN INPUT OLD-REPRESENT
           IF WS-OLD-STATUS IS NOT EQUAL TO "00"
               DISPLAY "represent: not at the old length (status "
                   WS-OLD-STATUS"); skipped"
               CLOSE OLD-REPRESENT
           ELSE
               OPEN OUTPUT CONVERTED-REPRESENT
               PERFORM UNTIL WS-EOF IS EQUAL TO "y"
                   READ OLD-REPRESENT NEXT RECORD
                       AT END MOVE "y" TO WS-EOF
                       NOT AT END
                           MOVE ORP-ID TO CRP-ID
                           MOVE ORP-REST TO CRP-REST
                           MOVE SPACES TO CRP-NEW-ORIGINATOR
                           WRITE CRP-ITEM
                               INVALID KEY
                                   DISPLAY "represent: duplicate key dro
      -                                "pped"
                               NOT INVALID KEY
                                   ADD 1 TO WS-GOOD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-REPRESENT
               CLOSE CONVERTED-REPRESENT
               DISPLAY "represent: "WS-GOOD-COUNT" records converted"
           END-IF.
      * The old dates held year and month only (a zero date stays
      * zero); the day is taken as the first until something better
      * is known
       WIDEN-LOCKOUT-DATE.
           IF OB-LOCKOUT-DATE IS EQUAL TO 0
               MOVE 0 TO CB-LOCKOUT-DATE
           ELSE
               COMPUTE CB-LOCKOUT-DATE = OB-LOCKOUT-DATE * 100 + 1
           END-IF.
       WIDEN-TRANSACTION-DATE.
           IF OT-DATE IS EQUAL TO 0
               MOVE 0 TO CT-DATE
           ELSE
               COMPUTE CT-DATE = OT-DATE * 100 + 1
           END-IF.
      * Give each converted transaction back its real posting day from
      * the posting journal: a line's tx= names the transaction and
      * its date= the day it posted. Only a day inside the month the
      * old record carried is taken; a transaction with no journal
      * line (one older than the journal, or a posting that moved no
      * balance) keeps the first of its month
       RECOVER-TRANSACTION-DAYS.
           MOVE 0 TO WS-DAYS-RECOVERED
           MOVE "n" TO WS-JOURNAL-EOF
           OPEN INPUT POSTING-JOURNAL
           IF WS-JOURNAL-STATUS IS NOT EQUAL TO "00"
               DISPLAY "transactions: no posting journal; posting days"
                   " left at the first of the month"
               MOVE "y" TO WS-JOURNAL-EOF
           END-IF
           OPEN I-O CONVERTED-TRANSACTIONS
           PERFORM UNTIL WS-JOURNAL-EOF IS EQUAL TO "y"
               READ POSTING-JOURNAL
                   AT END MOVE "y" TO WS-JOURNAL-EOF
                   NOT AT END
                       PERFORM APPLY-JOURNAL-DAY
               END-READ
           END-PERFORM
           CLOSE CONVERTED-TRANSACTIONS
           CLOSE POSTING-JOURNAL
           DISPLAY "transactions: "WS-DAYS-RECOVERED
               " posting days recovered from the journal".
       APPLY-JOURNAL-DAY.
           IF POSTING-JOURNAL-LINE(1:5) IS EQUAL TO "date=" AND
               POSTING-JOURNAL-LINE(6:8) IS NUMERIC AND
               POSTING-JOURNAL-LINE(46:3) IS EQUAL TO "tx=" AND
               POSTING-JOURNAL-LINE(49:10) IS NUMERIC
               MOVE POSTING-JOURNAL-LINE(6:8) TO WS-JOURNAL-DATE
               MOVE POSTING-JOURNAL-LINE(49:10) TO WS-JOURNAL-TX
               MOVE WS-JOURNAL-TX TO CT-TRANSACTION-NUMBER
               READ CONVERTED-TRANSACTIONS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CT-DATE(1:6) IS EQUAL TO
                           WS-JOURNAL-DATE(1:6) AND
                           CT-DATE IS NOT EQUAL TO WS-JOURNAL-DATE
                           MOVE WS-JOURNAL-DATE TO CT-DATE
                           REWRITE CT-TRANSACTION
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DAYS-RECOVERED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
      * Defaults for the member fields appended since the last release
       INITIALIZE-NEW-MEMBER-FIELDS.
           MOVE 0 TO CM-NEW-DECEASED-DATE
           MOVE SPACES TO CM-NEW-ESTATE-CONTACT
           MOVE SPACES TO CM-NEW-ESTATE-ADDRESS
           MOVE "I" TO CM-NEW-TYPE
           MOVE SPACES TO CM-NEW-LEGAL-NAME
           MOVE SPACES TO CM-NEW-TAX-ID
           MOVE SPACES TO CM-NEW-ENTITY-TYPE
           MOVE 0 TO CM-NEW-FORMATION-DATE
           MOVE 0 TO CM-NEW-MERGED-INTO
           MOVE 0 TO CM-NEW-MERGED-DATE
           MOVE "N" TO CM-NEW-ADDRESS-BAD
           MOVE 0 TO CM-NEW-BAD-ADDRESS-DATE
           MOVE SPACES TO CM-NEW-BAD-NOTICE
           MOVE SPACES TO CM-NEW-EMAIL
           MOVE SPACES TO CM-NEW-MOBILE
           MOVE "P" TO CM-NEW-ALERT-CHANNEL
           MOVE "P" TO CM-NEW-LOAN-CHANNEL
           MOVE "P" TO CM-NEW-SERVICE-CHANNEL
           MOVE SPACES TO CM-NEW-RISK-RATING
           MOVE 0 TO CM-NEW-RISK-SCORE
           MOVE 0 TO CM-NEW-RISK-POINTS
           MOVE 0 TO CM-NEW-RISK-DATE
           MOVE SPACES TO CM-NEW-OFFICER-ID
           MOVE "N" TO CM-NEW-OPT-OUT.
       END PROGRAM INDEX-DOCTOR.
