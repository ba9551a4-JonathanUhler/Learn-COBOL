      * auditors can still get at history year by year
                   SELECT TRANSACTION-ARCHIVE-FILE ASSIGN TO
                       WS-ARCHIVE-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-DA-ARCHIVE-STATUS.
      * Cancellation notices written by the nightly pending-hold aging
      * batch so the branch can follow up with the customer
                   SELECT PENDING-NOTICE-FILE ASSIGN TO
      * closure workflow
                   SELECT CLOSURE-REPORT-FILE ASSIGN TO
                       WS-CLOSURE-REPORT-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-PG-CLOSURE-STATUS.
      * Escheatment remittance file of dormant balances surrendered
      * to the state
                   SELECT ESCHEAT-FILE ASSIGN TO
                       RECORD KEY IS MEMBER-ID.
      * Balanced double-entry journal extract for the GL team, one
      * debit/credit line pair per transaction
                   SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO
                       WS-GL-JOURNAL-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Append-only audit log of non-financial maintenance actions
      * SECURITY-LOG, so an overnight rate change can be traced
                   SELECT MAINT-AUDIT-LOG ASSIGN TO
                       WS-MAINT-AUDIT-LOG-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-MAINT-AUDIT-STATUS.
      * Security log of every sign-in attempt, successful or not
                   SELECT SECURITY-LOG ASSIGN TO
                       WS-SECURITY-LOG-PATH
                   SELECT CHECK-PRINT-FILE ASSIGN TO
                       WS-CHECK-PRINT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Branch vault ledger, one record per branch per day with
      * counted opening and closing balances and the day's buy/sell
      * movements to and from the teller drawers and the cash shipped
      * between branches, so each branch's total cash position is a
      * report instead of a sticky note
                   SELECT OPTIONAL VAULT-LEDGER ASSIGN TO
                       WS-VAULT-LEDGER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS VAULT-KEY.
      * Dispositions recorded against flagged exceptions: what the
      * fraud review decided, by whom, and when
                   SELECT EXCEPTION-DISP-FILE ASSIGN TO
                       FILE STATUS IS WS-EXCEPTION-DISP-STATUS.
      * Correcting journal pairs the suspense workbench emits for
      * prior postings once a memo finally gets a real GL account
                   SELECT OPTIONAL GL-CORRECTION-FILE ASSIGN TO
                       WS-GL-CORRECTION-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * MORNING-REPORT's front-section escalation file, fed here by
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PAYEE-ID.
      * Dispute case file: one case per disputed transaction, with
      * the reason, the provisional credit posted while it is worked
      * and the business-day investigation deadline; the alternate
      * key stops the same item being disputed twice
                   SELECT OPTIONAL DISPUTE-CASES ASSIGN TO
                       WS-DISPUTE-CASES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DISPUTE-CASE-ID
                       ALTERNATE RECORD KEY IS DISPUTE-TX-NUMBER.
      * Nightly open-dispute aging report, dated like the other
      * report outputs and registered in the report catalog
                   SELECT DISPUTE-AGING-FILE ASSIGN TO
                       WS-DISPUTE-AGING-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Debit card master, keyed by card number and tied to the
      * account it draws on; the alternate key finds an account's
      * cards
                   SELECT OPTIONAL CARD-MASTER ASSIGN TO
                       WS-CARD-MASTER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CARD-NUMBER
                       ALTERNATE RECORD KEY IS CARD-ACCOUNT-ID
                           WITH DUPLICATES.
      * Nightly list of cards expiring next month, so replacements
      * can be ordered in time
                   SELECT CARD-EXPIRY-FILE ASSIGN TO
                       WS-CARD-EXPIRY-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Card network's daily authorization file and, a day or two
      * later, its settlement file; each approved authorization is
      * registered and holds the funds until its settlement matches
                   SELECT OPTIONAL CARD-AUTH-FILE ASSIGN TO
                       WS-CARD-AUTH-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL CARD-SETTLE-FILE ASSIGN TO
                       WS-CARD-SETTLE-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL CARD-AUTH-REGISTER ASSIGN TO
                       WS-CARD-AUTH-REGISTER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CA-KEY.
      * Card exceptions (unknown cards, unmatched settlements, amount
      * mismatches, authorizations that never settled), dated and
      * appended to by both the intake and the settlement run
                   SELECT OPTIONAL CARD-EXCEPTION-FILE ASSIGN TO
                       WS-CARD-EXCEPTION-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Safe-deposit box inventory: size, who rents it and against
      * which account the annual rent is collected, when it is next
      * due and how many keys are out
                   SELECT OPTIONAL SAFE-DEPOSIT-BOXES ASSIGN TO
                       WS-SAFE-DEPOSIT-BOXES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BOX-NUMBER.
      * Every box entry, by member and the staff member who let them
      * into the vault
                   SELECT OPTIONAL BOX-ACCESS-LOG ASSIGN TO
                       WS-BOX-ACCESS-LOG-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Delinquent-box report, dated and registered in the catalog
                   SELECT BOX-DELINQUENT-FILE ASSIGN TO
                       WS-BOX-DELINQUENT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Loan applications ahead of booking: what was asked for, the
      * member's existing obligations at the time, and who reviewed,
      * approved or declined it
                   SELECT OPTIONAL LOAN-APPLICATIONS ASSIGN TO
                       WS-LOAN-APPLICATIONS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LAPP-ID
                       ALTERNATE RECORD KEY IS LAPP-ACCOUNT-ID
                           WITH DUPLICATES.
      * Loan pipeline report, dated and registered in the catalog
                   SELECT LOAN-PIPELINE-FILE ASSIGN TO
                       WS-LOAN-PIPELINE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Published index rates adjustable loans reprice from, one row
      * per index code and effective date
                   SELECT OPTIONAL INDEX-RATES ASSIGN TO
                       WS-INDEX-RATES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IX-KEY.
      * Upcoming loan rate resets report, dated and catalogued
                   SELECT LOAN-RESET-FILE ASSIGN TO
                       WS-LOAN-RESET-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Loan escrow: the tax and insurance money held for each loan,
      * what the borrower pays into it monthly and when it was last
      * analysed
                   SELECT OPTIONAL LOAN-ESCROW ASSIGN TO
                       WS-LOAN-ESCROW-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ESC-ACCOUNT-ID.
      * The bills an escrow pays: tax or insurance, to which payee,
      * how much, how often and when next
                   SELECT OPTIONAL ESCROW-ITEMS ASSIGN TO
                       WS-ESCROW-ITEMS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ESCI-KEY.
      * Annual escrow analysis report, dated and catalogued
                   SELECT ESCROW-ANALYSIS-FILE ASSIGN TO
                       WS-ESCROW-ANALYSIS-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Charged-off ledger: every write-off of a loan or overdrawn
      * deposit account and every recovery later taken against it
                   SELECT OPTIONAL CHARGEOFF-LEDGER ASSIGN TO
                       WS-CHARGEOFF-LEDGER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CO-ID
                       ALTERNATE RECORD KEY IS CO-ACCOUNT-ID
                           WITH DUPLICATES.
      * Monthly charge-off and recovery report, dated and catalogued
                   SELECT CHARGEOFF-REPORT-FILE ASSIGN TO
                       WS-CHARGEOFF-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Month-end loan loss reserve runs, one record per month, so
      * each run can true up against what the GL already carries
                   SELECT OPTIONAL LOAN-RESERVE-HISTORY ASSIGN TO
                       WS-LOAN-RESERVE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LR-MONTH.
      * Month-end loan loss reserve report, dated and catalogued
                   SELECT LOAN-RESERVE-REPORT-FILE ASSIGN TO
                       WS-LOAN-RESERVE-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Month-end credit bureau extract, fixed-width, dated
                   SELECT CREDIT-BUREAU-FILE ASSIGN TO
                       WS-CREDIT-BUREAU-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Loans whose closed or charged-off final status has already
      * gone to the bureau, so later extracts leave them out
                   SELECT OPTIONAL BUREAU-FINAL-FILE ASSIGN TO
                       WS-BUREAU-FINAL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BF-ACCOUNT-ID.
      * Billing register: which loans were billed for which due date
                   SELECT OPTIONAL LOAN-BILLING-REGISTER ASSIGN TO
                       WS-LOAN-BILLING-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BR-KEY.
      * Month-end loan delinquency snapshot, one record per loan per
      * month, keyed the way SNAPSHOT-DETAILS keys balances
                   SELECT OPTIONAL LOAN-DELINQ-SNAPSHOT ASSIGN TO
                       WS-LOAN-DELINQ-SNAPSHOT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DQ-KEY.
      * Roll-rate and vintage report, dated and catalogued
                   SELECT ROLL-RATE-REPORT-FILE ASSIGN TO
                       WS-ROLL-RATE-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Estate ledger: one record per account of a deceased member,
      * written when the death is recorded and completed when the
      * account is settled to the estate
                   SELECT OPTIONAL ESTATE-LEDGER ASSIGN TO
                       WS-ESTATE-LEDGER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EST-KEY.
      * Estate-settlement report, dated and catalogued
                   SELECT ESTATE-REPORT-FILE ASSIGN TO
                       WS-ESTATE-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Court garnishments and tax levies served on a member, with the
      * holds each one placed across the member's accounts
                   SELECT OPTIONAL LEGAL-ORDERS ASSIGN TO
                       WS-LEGAL-ORDERS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS LO-ORDER-ID.
      * Open legal-orders report, dated and catalogued
                   SELECT LEGAL-ORDER-REPORT-FILE ASSIGN TO
                       WS-LEGAL-ORDER-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Business signers: each individual member who may act for a
      * business member, with their role, signing limit and their
      * own sign-in credentials for the business's accounts
                   SELECT OPTIONAL MEMBER-SIGNERS ASSIGN TO
                       WS-MEMBER-SIGNERS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SG-KEY.
      * BIO's watch list and KYC review queue, so the beneficial
      * owners of a business are screened the same way an intake is,
      * and existing members and payees are re-screened as the list
      * changes; a list line starting *VERSION carries its version
                   SELECT WATCH-LIST-FILE ASSIGN TO
                       WS-WATCH-LIST-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-WATCH-LIST-STATUS.
                   SELECT REVIEW-QUEUE-FILE ASSIGN TO
                       WS-REVIEW-QUEUE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Mail held back for a member whose address mail has come back
      * from, written here and by CUSTOMER-NOTICE and released for
      * reprint by an address change in MEMBER-MAINT
                   SELECT OPTIONAL HELD-MAIL-FILE ASSIGN TO
                       WS-HELD-MAIL-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HM-KEY.
      * Held-mail report, dated and catalogued
                   SELECT HELD-MAIL-REPORT-FILE ASSIGN TO
                       WS-HELD-MAIL-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Customer complaints keyed by complaint number, with each
      * status change and note kept in the complaint history file
                   SELECT OPTIONAL COMPLAINTS ASSIGN TO
                       WS-COMPLAINTS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CMP-ID.
                   SELECT OPTIONAL COMPLAINT-HISTORY ASSIGN TO
                       WS-COMPLAINT-HISTORY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CH-KEY.
      * Weekly complaint report, dated and catalogued
                   SELECT COMPLAINT-REPORT-FILE ASSIGN TO
                       WS-COMPLAINT-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * The watch list as last re-screened: a header with the date of
      * the run and the list's version line, then each entry's
      * normalized name, so the next run scans only for new entries
                   SELECT OPTIONAL WATCH-SCREENED-FILE ASSIGN TO
                       WS-WATCH-SCREENED-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Watch-list re-screening report, dated and catalogued
                   SELECT WATCH-SCREEN-REPORT-FILE ASSIGN TO
                       WS-WATCH-SCREEN-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Teller cash deposits, each stamped with the day the nightly
      * structuring batch first saw it, kept for the look-back window
                   SELECT OPTIONAL CASH-DAY-HISTORY ASSIGN TO
                       WS-CASH-DAY-HISTORY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CD-KEY.
      * Risk-scoring factor table: for each factor, bands of a floor
      * on the measured value and the points scored at or above it
                   SELECT OPTIONAL RISK-FACTORS ASSIGN TO
                       WS-RISK-FACTORS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RF-KEY.
      * Risk-rating change report, dated and catalogued
                   SELECT RISK-RATING-REPORT-FILE ASSIGN TO
                       WS-RISK-RATING-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Insider-monitoring report for compliance, dated and catalogued
                   SELECT INSIDER-REPORT-FILE ASSIGN TO
                       WS-INSIDER-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Quarterly access-recertification worklist: one line per
      * entitlement with its last use and the manager's keep or
      * revoke decision
                   SELECT OPTIONAL ACCESS-RECERT ASSIGN TO
                       WS-ACCESS-RECERT-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS ACR-KEY.
      * Conflicting command pairs no one staff member should hold both
      * halves of
                   SELECT OPTIONAL DUTY-PAIRS ASSIGN TO
                       WS-DUTY-PAIRS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SOD-KEY.
      * Recertification listing and duty-conflict report, dated and
      * catalogued
                   SELECT RECERT-REPORT-FILE ASSIGN TO
                       WS-RECERT-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT SOD-REPORT-FILE ASSIGN TO
                       WS-SOD-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Data-quality rule list for the nightly scrub: which of the
      * field-level checks are switched on, and the category each
      * one's defects are reported under
                   SELECT OPTIONAL SCRUB-RULES ASSIGN TO
                       WS-SCRUB-RULES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DQR-CODE.
      * Defect count per rule per scrub run, carried forward so each
      * night's counts are compared with the run before
                   SELECT OPTIONAL SCRUB-HISTORY ASSIGN TO
                       WS-SCRUB-HISTORY-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DQH-KEY.
      * Data-quality defect report, dated and catalogued
                   SELECT SCRUB-REPORT-FILE ASSIGN TO
                       WS-SCRUB-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Fee schedule by product fee set: the monthly maintenance,
      * paper-statement, excess-withdrawal and dormant-account fees
      * each fee set charges, with each fee's waiver conditions
                   SELECT OPTIONAL FEE-SCHEDULE ASSIGN TO
                       WS-FEE-SCHEDULE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FS-KEY.
      * Month-end fee assessment report, dated and catalogued
                   SELECT FEE-ASSESS-REPORT-FILE ASSIGN TO
                       WS-FEE-ASSESS-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Courtesy fee refunds, one record per refunded fee keyed by the
      * fee's own TRANSACTION-NUMBER, so no fee is refunded twice
                   SELECT OPTIONAL FEE-REFUNDS ASSIGN TO
                       WS-FEE-REFUNDS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FR-FEE-TX.
      * Branch master: every branch's code, name and status. Accounts,
      * staff, drawers, vault days and transactions carry the code
                   SELECT OPTIONAL BRANCH-DETAILS ASSIGN TO
                       WS-BRANCH-DETAILS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS BRANCH-CODE.
      * Monthly relationship-officer portfolio report, dated and
      * catalogued like the other report outputs
                   SELECT OFFICER-REPORT-FILE ASSIGN TO
                       WS-OFFICER-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Promotion campaigns for new accounts: the dates an account
      * must be opened between, the products that qualify, the
      * qualification rule, and the bonus with its payout date
                   SELECT OPTIONAL PROMO-CAMPAIGNS ASSIGN TO
                       WS-PROMO-CAMPAIGNS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CAMP-CODE.
      * One enrollment per account opened under a campaign, carrying
      * its progress toward qualifying and whether it was paid
                   SELECT OPTIONAL PROMO-ENROLLMENTS ASSIGN TO
                       WS-PROMO-ENROLLMENTS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PE-ACCOUNT-ID.
      * Nightly promotion tracking report, dated and catalogued
                   SELECT PROMO-REPORT-FILE ASSIGN TO
                       WS-PROMO-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Spare-change savings enrollments, keyed by the checking
      * account whose debits are rounded up
                   SELECT OPTIONAL ROUND-UP-ENROLLMENTS ASSIGN TO
                       WS-ROUND-UP-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RU-ACCOUNT-ID.
      * Accounts at other banks a member has linked, keyed by the
      * member's account and a per-account sequence, with the two
      * verification micro-deposit amounts and their confirmation
      * tries
                   SELECT OPTIONAL EXTERNAL-ACCOUNTS ASSIGN TO
                       WS-EXTERNAL-ACCOUNTS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS EXT-KEY.
      * End-of-day debit-entry file handed to the clearing partner
      * to pull members' money in from their verified external
      * accounts, with header/trailer record counts and totals
                   SELECT DEBIT-ENTRY-FILE ASSIGN TO
                       WS-DEBIT-ENTRY-FILE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Per-account debit filters the member sets for clearing
      * intake: one row with a blank originator holds the account's
      * mode (open, block all debits, or allow listed originators
      * only), and a row per originator blocks it or allows it with
      * an optional maximum amount
                   SELECT OPTIONAL DEBIT-FILTERS ASSIGN TO
                       WS-DEBIT-FILTERS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS DF-KEY.
      * Correspondent bank's daily statement of the settlement
      * account: one line per movement with its date, D or C, the
      * amount, our reference where the correspondent carried one,
      * and its own description
                   SELECT CORRESPONDENT-STATEMENT ASSIGN TO
                       WS-CORR-STATEMENT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS WS-CORR-FILE-STATUS.
      * Settlement batch register: the gross totals each check
      * clearing, clearing intake and re-presentment run expects to
      * see on the settlement account, and the returns it sent back,
      * keyed by run date, source and run time
                   SELECT OPTIONAL SETTLEMENT-BATCHES ASSIGN TO
                       WS-SETTLEMENT-BATCHES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SB-KEY.
      * Every correspondent statement line taken in, keyed by
      * statement date and line number, with whether it matched; an
      * unmatched line stays open here and is retried on every run
      * until our side catches up
                   SELECT OPTIONAL SETTLEMENT-LINES ASSIGN TO
                       WS-SETTLEMENT-LINES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS SL-KEY.
      * Settlement reconciliation report, dated and catalogued
                   SELECT SETTLE-RECON-REPORT ASSIGN TO
                       WS-SETTLE-RECON-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * General ledger chart of accounts: number, name, type, normal
      * balance side and whether the account still takes postings
                   SELECT OPTIONAL GL-ACCOUNT-MASTER ASSIGN TO
                       WS-GL-ACCOUNT-MASTER-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GLA-NUMBER.
      * GL debits and credits by account and period (YYYYMM); month
      * 00 carries the year's opening balance and month 13 the
      * year-end closing entries
                   SELECT OPTIONAL GL-BALANCES ASSIGN TO
                       WS-GL-BALANCES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GLB-KEY.
      * Every journal reference the daily GL posting has applied, so
      * a month's extract taken again only posts what is new in it
                   SELECT OPTIONAL GL-POSTED-REFS ASSIGN TO
                       WS-GL-POSTED-REFS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GPR-REF.
      * GL fiscal years, open or closed by the year-end close
                   SELECT OPTIONAL GL-YEARS ASSIGN TO
                       WS-GL-YEARS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS GLY-YEAR.
      * GL posting, trial balance, financial statement and year-end
      * reports, each dated and catalogued
                   SELECT GL-REPORT-FILE ASSIGN TO
                       WS-GL-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Quarter-end condition report: deposit, loan, term deposit and
      * overdraft schedules tied to the GL, dated by the quarter end
                   SELECT CONDITION-REPORT-FILE ASSIGN TO
                       WS-CONDITION-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Retirement-account designations: the owning member, the
      * beneficiary, and the holder's withholding election for
      * distributions
                   SELECT OPTIONAL IRA-DETAILS ASSIGN TO
                       WS-IRA-DETAILS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IRA-ACCOUNT-ID.
      * Retirement-account activity by account and year: the
      * contributions made for that tax year, and the distributions
      * and tax withheld in that calendar year
                   SELECT OPTIONAL IRA-YEARS ASSIGN TO
                       WS-IRA-YEARS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IRY-KEY.
      * Year-end retirement-account tax extract, dated and catalogued
                   SELECT IRA-TAX-FILE ASSIGN TO
                       WS-IRA-TAX-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Foreign cash held in each teller drawer by currency: the
      * counted opening and the day's exchange movements in and out
                   SELECT OPTIONAL FX-DRAWER-CASH ASSIGN TO
                       WS-FX-DRAWER-CASH-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FXC-KEY.
      * End-of-day foreign cash position report, dated and catalogued
                   SELECT FX-POSITION-REPORT ASSIGN TO
                       WS-FX-POSITION-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Cash counted by denomination for each drawer-day and vault-day:
      * the opening count, the notes and coin moved in and out, and
      * the closing count
                   SELECT OPTIONAL CASH-COUNTS ASSIGN TO
                       WS-CASH-COUNTS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CC-KEY.
      * Vault reorder report, dated and catalogued
                   SELECT VAULT-REORDER-REPORT ASSIGN TO
                       WS-VAULT-REORDER-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Official (cashier's) checks drawn on the bank itself, one
      * record per check in the bank's own number series
                   SELECT OPTIONAL OFFICIAL-CHECKS ASSIGN TO
                       WS-OFFICIAL-CHECKS-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS OC-NUMBER.
      * Outstanding official-check aging report, dated and catalogued
                   SELECT OFFICIAL-CHECK-REPORT ASSIGN TO
                       WS-OFFICIAL-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * One notice-run report per approved change in terms, listing
      * each affected account and tying the count to the letters
                   SELECT TERMS-NOTICE-REPORT ASSIGN TO
                       WS-TERMS-NOTICE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Certificate of destruction from the retention purge, dated
      * and catalogued
                   SELECT PURGE-CERTIFICATE-FILE ASSIGN TO
                       WS-PURGE-CERTIFICATE-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * The customer-notice register, read here for a member's
      * data-access export
                   SELECT OPTIONAL NOTICE-REGISTER ASSIGN TO
                       WS-NOTICE-REGISTER-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Data-access export: everything held on one member, dated and
      * catalogued
                   SELECT DATA-EXPORT-FILE ASSIGN TO
                       WS-DATA-EXPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Auditor confirmation sample register: one record per account
      * or loan drawn for a snapshot date, with the letter sent and
      * the response logged when it comes back
                   SELECT OPTIONAL CONFIRM-SAMPLES ASSIGN TO
                       WS-CONFIRM-SAMPLES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CS-KEY.
      * Confirmation sample listing and response summary, dated and
      * catalogued
                   SELECT CONFIRM-REPORT-FILE ASSIGN TO
                       WS-CONFIRM-REPORT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
      * Cross-sell campaign rules: what makes a member a prospect for
      * each campaign, kept by staff and read by the monthly prospect
      * run
                   SELECT OPTIONAL CROSS-SELL-RULES ASSIGN TO
                       WS-CROSS-SELL-RULES-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS XR-RULE-ID.
      * Prospect list, one dated and catalogued file per campaign rule
                   SELECT PROSPECT-FILE ASSIGN TO
                       WS-PROSPECT-PATH
                       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      * Account creation variables
      * the same session) for withdrawals and transfers over the
      * both-to-sign threshold
                   05 CREATE-BOTH-TO-SIGN PIC A(1).
      * Branch the account is homed at; blank on accounts opened
      * before there was more than one branch, read as the main branch
                   05 CREATE-HOME-BRANCH PIC X(3).
           FD BALANCE-DETAILS.
               01 BALANCES.
                   05 BALANCE-ID PIC 9(8).
                   05 BALANCE-AMMOUNT PIC S9(10)V9(2).
                   05 BALANCE-ACCOUNT-TYPE PIC A(1).
      * A = active, H = frozen, C = closed, X = charged off
                   05 BALANCE-STATUS PIC A(1).
                   05 BALANCE-CURRENCY PIC X(3).
                   05 BALANCE-FAILED-ATTEMPTS PIC 9(2).
                   05 BALANCE-LOCKOUT-DATE PIC 9(8).
      * Failed-login lockout, tracked separately from BALANCE-STATUS
      * (the teller freeze/unfreeze flag) so a lockout that expires
      * does not auto-unfreeze an account a teller froze, and a teller
           FD TRANSACTION-DETAILS.
               01 TRANSACTIONS.
                   05 TRANSACTION-NUMBER PIC 9(10).
      * Posting date, CCYYMMDD
                   05 TRANSACTION-DATE PIC 9(8).
                   05 TRANSACTION-ID PIC 9(8).
                   05 TRANSACTION-AMMOUNT PIC 9(10)V9(2).
                   05 TRANSACTION-SIGN PIC X(1).
      * instruction, LN loan batch, OP outbound payment, CK check
      * clearing, IB interest posting, CM CD maturity, ES
      * escheatment, AK payment returns, SW target-balance sweep,
      * RP re-presentment, LG legal-order fee, FE month-end fee
      * assessment, FR courtesy fee refund, PB promotion bonus, RU
      * round-up savings, FX teller foreign-cash exchange, OC
      * official check sale, RV re-created by BACKUP-KEEPER's journal
      * recovery) and the teller or batch name
                   05 TRANSACTION-CHANNEL PIC X(2).
                   05 TRANSACTION-OPERATOR PIC X(8).
      * Branch the posting was made at: the signed-on staff member's
      * branch, the main branch for batch work; blank on postings from
      * before branches were tracked, read as the main branch
                   05 TRANSACTION-BRANCH PIC X(3).
           FD STATEMENT-FILE.
               01 STATEMENT-LINE PIC X(100).
           FD CSV-EXPORT-FILE.
      * Date this instruction last posted, so a rerun of the batch
      * after a crash skips records already posted this cycle
                   05 SI-LAST-POSTED-DATE PIC 9(6).
      * A (or blank) = active; S = suspended, skipped by the batch
      * (an estate freeze sets it)
                   05 SI-STATUS PIC A(1).
           FD CHECKPOINT-FILE.
               01 CHECKPOINT-RECORD.
                   05 CHECKPOINT-ACCOUNT-ID PIC 9(8).
      * amortization-schedule row the payment batch should consume
                   05 LOAN-PERIODS-PAID PIC 9(3).
      * Delinquency tracking kept by the payment batch and the aging
      * report: C = current, L = late, S = seriously past due (90+),
      * X = charged off
                   05 LOAN-DELINQ-STATUS PIC A(1).
      * Lifetime count of missed scheduled payments
                   05 LOAN-MISSED-COUNT PIC 9(3).
                   05 LOAN-DELINQ-SINCE PIC 9(6).
      * Date a late fee last charged, so one spell charges one fee
                   05 LOAN-LATE-FEE-DATE PIC 9(6).
      * F (or blank) = fixed rate; V = variable, repriced on each
      * reset date to the index rate plus the margin, within the
      * per-reset and lifetime caps (zero cap = uncapped)
                   05 LOAN-RATE-TYPE PIC A(1).
                   05 LOAN-INDEX-CODE PIC X(6).
                   05 LOAN-MARGIN PIC 9(2)V9(4).
                   05 LOAN-RESET-MONTHS PIC 9(3).
                   05 LOAN-NEXT-RESET-DATE PIC 9(6).
                   05 LOAN-RESET-CAP PIC 9(2)V9(4).
                   05 LOAN-LIFE-CAP PIC 9(2)V9(4).
                   05 LOAN-INITIAL-RATE PIC 9(3)V9(4).
      * Rate and payment already announced to the borrower for the
      * coming reset, and the date the notice went out (zero when
      * no change is pending)
                   05 LOAN-PENDING-RATE PIC 9(3)V9(4).
                   05 LOAN-PENDING-PAYMENT PIC 9(10)V9(2).
                   05 LOAN-NOTICE-DATE PIC 9(6).
           FD PAYROLL-FILE.
               01 PAYROLL-RECORD.
                   05 PAYROLL-ACCOUNT-ID PIC 9(8).
                   05 BULK-PASSWORD PIC X(100).
                   05 BULK-ACCOUNT-TYPE PIC A(1).
                   05 BULK-CURRENCY PIC X(3).
      * Promotion campaign the account opens under; blank for none
                   05 BULK-CAMPAIGN PIC X(8).
      * Trailer count line written by FILE-WRITER's layout mode, so
      * the import can verify it received the whole file
               01 BULK-CONTROL-RECORD.
           FD PENDING-NOTICE-FILE.
               01 PENDING-NOTICE-LINE PIC X(100).
           FD TRANSACTION-ARCHIVE-FILE.
               01 ARCHIVE-RECORD PIC X(75).
           FD SEQUENCE-CONTROL.
               01 SEQUENCE-CONTROL-RECORD.
                   05 SEQ-NAME PIC X(10).
                   05 OUTQ-CURRENCY PIC X(3).
                   05 OUTQ-BENEFICIARY PIC X(30).
      * Payee-master ID the payment was queued against; the name
      * above is copied from the master at queue time. M and D items
      * carry the linked external account key here instead
                   05 OUTQ-PAYEE-ID PIC X(10).
      * C = queued by the customer, E = an escrow bill queued by the
      * bank, L = a legal-order remittance to a court or agency, M =
      * a verification micro-deposit the bank pays to a newly linked
      * external account, D = a pull the member asked for from a
      * verified external account, sent on the debit-entry file.
      * Only the bank can cancel or amend E, L and M items. An L item
      * carries the number of the hold it is paid out of as its ID
                   05 OUTQ-ORIGIN PIC A(1).
      * y = held back from the end-of-day run (an estate freeze sets
      * it); the payment stays queued until released or cancelled
                   05 OUTQ-HOLD PIC A(1).
           FD OUTBOUND-PAYMENT-FILE.
               01 OUTBOUND-PAYMENT-LINE PIC X(160).
           FD CHECK-REGISTER.
                   05 INTAKE-AMMOUNT PIC 9(10)V9(2).
                   05 INTAKE-SIGN PIC X(1).
                   05 INTAKE-MEMO PIC X(20).
      * Originator (company) ID the debit or credit came from; the
      * member's debit filters match on it
                   05 INTAKE-ORIGINATOR PIC X(10).
           FD CLEARING-RETURN-FILE.
               01 CLEARING-RETURN-LINE PIC X(120).
           FD OVERDRAFT-DETAILS.
               01 OVERDRAFT-RECORD.
                   05 OD-ACCOUNT-ID PIC 9(8).
      * compiled-in fallback table uses
                   05 FX-RATE-TO-USD PIC 9(3)V9(4).
                   05 FX-EFFECTIVE-DATE PIC 9(6).
      * Teller cash exchange margins over the mid rate, in percent:
      * added when the bank sells the currency, taken off when it buys
                   05 FX-BUY-SPREAD PIC 9(2)V9(2).
                   05 FX-SELL-SPREAD PIC 9(2)V9(2).
           FD ACCRUAL-DETAILS.
               01 ACCRUAL-RECORD.
                   05 ACCRUAL-ACCOUNT-ID PIC 9(8).
           FD PAYROLL-REGISTRY.
               01 PAYROLL-REGISTRY-RECORD.
                   05 REG-BATCH-ID PIC X(10).
                   05 REG-POSTED-DATE PIC 9(8).
           FD PAYROLL-REPORT-FILE.
               01 PAYROLL-REPORT-LINE PIC X(100).
           FD ESCHEAT-FILE.
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
           FD HOLIDAY-FILE.
               01 HOLIDAY-RECORD.
                   05 HOLIDAY-DATE PIC 9(6).
               01 ACTIVITY-RECORD.
                   05 ACT-KEY.
                       10 ACT-ACCOUNT-ID PIC 9(8).
                       10 ACT-DATE PIC 9(8).
                   05 ACT-DEPOSIT-COUNT PIC 9(6).
                   05 ACT-DEPOSIT-TOTAL PIC 9(12)V9(2).
                   05 ACT-WITHDRAW-COUNT PIC 9(6).
                   05 ACT-WITHDRAW-TOTAL PIC 9(12)V9(2).
      * Payroll direct deposits (channel PY), also counted in the
      * deposit totals above; loan applications average these
                   05 ACT-PAYROLL-COUNT PIC 9(6).
                   05 ACT-PAYROLL-TOTAL PIC 9(12)V9(2).
           FD DRAWER-DETAILS.
               01 DRAWER-RECORD.
                   05 DRAWER-KEY.
                   05 DRAWER-CASH-OUT PIC 9(10)V9(2).
                   05 DRAWER-CLOSING PIC 9(10)V9(2).
                   05 DRAWER-VARIANCE PIC S9(10)V9(2).
      * Branch the drawer was opened at, from the teller's sign-on
                   05 DRAWER-BRANCH PIC X(3).
           FD CURRENT-DRAWER-FILE.
               01 CURRENT-DRAWER-RECORD.
                   05 CURDRAWER-STAFF-ID PIC X(8).
                   05 CURDRAWER-DATE PIC 9(6).
                   05 CURDRAWER-BRANCH PIC X(3).
           FD TERM-DEPOSIT-DETAILS.
               01 TERM-DEPOSIT-RECORD.
                   05 TD-ACCOUNT-ID PIC 9(8).
                   05 STAFF-PASSWORD PIC X(100).
      * T = teller, S = supervisor
                   05 STAFF-ROLE PIC A(1).
      * The member the staff member banks as (0 if none) and up to
      * ten members declared as relatives or close associates, which
      * the insider-monitoring report checks their work against
                   05 STAFF-MEMBER-ID PIC 9(8).
                   05 STAFF-RELATED-MEMBER PIC 9(8) OCCURS 10 TIMES.
      * Branch the staff member works at; their postings, drawer and
      * vault work are all booked to it
                   05 STAFF-BRANCH PIC X(3).
           FD BANK-PARAMETERS.
               01 BANK-PARAMETER-RECORD.
                   05 PARAM-NAME PIC X(20).
      * Date this instruction last swept, so a rerun of the batch
      * after a crash skips instructions already swept tonight
                   05 SWEEP-LAST-RUN PIC 9(6).
      * A (or blank) = active; S = suspended, skipped by the batch
                   05 SWEEP-STATUS PIC A(1).
           FD CHECK-PRINT-FILE.
               01 CHECK-PRINT-LINE PIC X(130).
           FD VAULT-LEDGER.
               01 VAULT-RECORD.
                   05 VAULT-KEY.
                       10 VAULT-BRANCH PIC X(3).
                       10 VAULT-DATE PIC 9(6).
      * O = open, C = closed and counted
                   05 VAULT-STATUS PIC A(1).
                   05 VAULT-OPENING PIC 9(10)V9(2).
      * S = standard fees, N = no balance fees on this product
                   05 PROD-FEE-SET PIC X(1).
                   05 PROD-OD-ELIGIBLE PIC A(1).
      * y = an individual retirement account product: tax-year
      * contributions against the annual limit, coded distributions
                   05 PROD-RETIREMENT PIC A(1).
           FD REPRESENT-QUEUE.
               01 REPRESENT-RECORD.
                   05 RP-ID PIC 9(10).
                   05 RP-MEMO PIC X(20).
                   05 RP-RETRY-COUNT PIC 9(2).
                   05 RP-NEXT-DATE PIC 9(6).
                   05 RP-ORIGINATOR PIC X(10).
           FD BATCH-MARKER-FILE.
               01 BATCH-MARKER-RECORD PIC X(8).
           FD ENTITLEMENTS.
           FD PENDING-CHANGES.
               01 PENDING-CHANGE-RECORD.
                   05 PC-ID PIC 9(10).
      * PARAM, RATE, FX, REF, INDEX, ENT (an entitlement revoke,
      * keyed by staff ID and command), REFND (a fee refund over
      * the staff member's limits, keyed by the fee's transaction
      * number and the reason code), GLACT (a GL account, keyed by
      * number, type, normal balance and active flag, its name in
      * PC-DESC), TIER (a rate tier, keyed by type, tier number and
      * floor, the rate in PC-NUM) or PROD (a product, keyed by code
      * and its flags, the minimum balance in PC-NUM and the name in
      * PC-DESC): the live table the change targets
                   05 PC-TABLE PIC X(5).
                   05 PC-KEY PIC X(20).
      * Wide enough for both money values and four-decimal rates
                   05 PC-GL PIC 9(6).
                   05 PC-PROPOSED-BY PIC X(8).
                   05 PC-PROPOSED-DATE PIC 9(6).
      * Set when a RATE, TIER or PROD change is approved ahead of its
      * effective date: the change stays here, approved, until the
      * "ci" run lands it on the live table on PC-DATE
                   05 PC-APPROVED-BY PIC X(8).
                   05 PC-APPROVED-DATE PIC 9(6).
           FD WHATIF-REPORT-FILE.
               01 WHATIF-REPORT-LINE PIC X(100).
           FD CTR-EXTRACT-FILE.
      * S = sent awaiting acknowledgment, A = acknowledged,
      * R = returned and re-credited
                   05 OSENT-STATUS PIC A(1).
      * Origin carried over from the queue (C, E, L, M or D); M and
      * D items also carry the external account key, and a D item
      * the deposit hold placed on its credit
                   05 OSENT-ORIGIN PIC A(1).
                   05 OSENT-EXT-KEY PIC X(10).
                   05 OSENT-HOLD-ID PIC 9(10).
      * Settlement: y once the correspondent statement has shown the
      * item going out, and (for a returned item) coming back
                   05 OSENT-SETTLED PIC A(1).
                   05 OSENT-RTN-SETTLED PIC A(1).
                   05 OSENT-RETURN-DATE PIC 9(6).
           FD PARTNER-ACK-FILE.
               01 PARTNER-ACK-RECORD.
                   05 ACK-TYPE PIC X(3).
                   05 PAYEE-ID PIC X(10).
                   05 PAYEE-NAME PIC X(30).
                   05 PAYEE-BANK-REF PIC X(20).
      * A = active, I = inactive, R = held for watch-list review;
      * only an active payee can be paid
                   05 PAYEE-STATUS PIC A(1).
                   05 PAYEE-ADDED-DATE PIC 9(6).
           FD DISPUTE-CASES.
               01 DISPUTE-RECORD.
                   05 DISPUTE-CASE-ID PIC 9(10).
                   05 DISPUTE-TX-NUMBER PIC 9(10).
                   05 DISPUTE-ACCOUNT-ID PIC 9(8).
      * UNAU = unauthorized, DUPL = duplicate, NREC = goods or
      * services not received, AMNT = wrong amount
                   05 DISPUTE-REASON PIC X(4).
                   05 DISPUTE-AMMOUNT PIC 9(10)V9(2).
                   05 DISPUTE-CREDIT-TX PIC 9(10).
                   05 DISPUTE-OPENED-DATE PIC 9(6).
                   05 DISPUTE-DUE-DATE PIC 9(6).
      * O = open, W = customer wins (credit final), L = customer
      * loses (provisional credit reversed)
                   05 DISPUTE-STATUS PIC A(1).
                   05 DISPUTE-CLOSED-DATE PIC 9(6).
                   05 DISPUTE-CLOSED-BY PIC X(8).
           FD DISPUTE-AGING-FILE.
               01 DISPUTE-AGING-LINE PIC X(120).
           FD CARD-MASTER.
               01 CARD-RECORD.
                   05 CARD-NUMBER PIC 9(16).
                   05 CARD-ACCOUNT-ID PIC 9(8).
      * PIN salted with the account ID and hashed by HASH-PASSWORD,
      * so a reissued card on the same account keeps its PIN
                   05 CARD-PIN-HASH PIC X(100).
      * Expiry month, YYMM
                   05 CARD-EXPIRY PIC 9(4).
      * P = issued, pending activation, A = active, L = lost,
      * S = stolen, E = expired, C = closed
                   05 CARD-STATUS PIC A(1).
                   05 CARD-ISSUED-DATE PIC 9(6).
                   05 CARD-STATUS-DATE PIC 9(6).
      * The card this one replaced on a reissue, zero for a first
      * issue
                   05 CARD-REPLACES PIC 9(16).
           FD CARD-EXPIRY-FILE.
               01 CARD-EXPIRY-LINE PIC X(120).
           FD CARD-AUTH-FILE.
               01 CARD-AUTH-IN.
                   05 AUTH-IN-CARD-NUMBER PIC 9(16).
                   05 AUTH-IN-CODE PIC X(6).
                   05 AUTH-IN-AMMOUNT PIC 9(10)V9(2).
                   05 AUTH-IN-DATE PIC 9(6).
      * A = approved by the network, D = declined
                   05 AUTH-IN-RESPONSE PIC X(1).
                   05 AUTH-IN-MERCHANT PIC X(20).
           FD CARD-SETTLE-FILE.
               01 CARD-SETTLE-IN.
                   05 SETTLE-IN-CARD-NUMBER PIC 9(16).
                   05 SETTLE-IN-CODE PIC X(6).
                   05 SETTLE-IN-AMMOUNT PIC 9(10)V9(2).
                   05 SETTLE-IN-DATE PIC 9(6).
                   05 SETTLE-IN-MERCHANT PIC X(20).
           FD CARD-AUTH-REGISTER.
               01 CARD-AUTH-RECORD.
                   05 CA-KEY.
                       10 CA-CARD-NUMBER PIC 9(16).
                       10 CA-AUTH-CODE PIC X(6).
                   05 CA-ACCOUNT-ID PIC 9(8).
                   05 CA-AMMOUNT PIC 9(10)V9(2).
                   05 CA-AUTH-DATE PIC 9(6).
                   05 CA-MERCHANT PIC X(20).
                   05 CA-HOLD-ID PIC 9(10).
                   05 CA-EXPIRE-DATE PIC 9(6).
      * O = open (hold in place), S = settled, X = expired without
      * a settlement
                   05 CA-STATUS PIC A(1).
                   05 CA-SETTLED-AMMOUNT PIC 9(10)V9(2).
                   05 CA-SETTLED-DATE PIC 9(6).
           FD CARD-EXCEPTION-FILE.
               01 CARD-EXCEPTION-LINE PIC X(120).
           FD SAFE-DEPOSIT-BOXES.
               01 BOX-RECORD.
                   05 BOX-NUMBER PIC 9(5).
      * S = small, M = medium, L = large; the rent per size is the
      * BOX-RENT-S/M/L bank parameter
                   05 BOX-SIZE PIC A(1).
      * V = vacant, R = rented, D = drilled, waiting to be re-keyed
                   05 BOX-STATUS PIC A(1).
                   05 BOX-MEMBER-ID PIC 9(8).
                   05 BOX-ACCOUNT-ID PIC 9(8).
                   05 BOX-RENT-DUE PIC 9(6).
                   05 BOX-KEY-COUNT PIC 9(1).
                   05 BOX-RENTED-DATE PIC 9(6).
      * First rent date missed in the current unpaid spell, zero
      * while the rent is paid up
                   05 BOX-UNPAID-SINCE PIC 9(6).
      * Date the renter was last sent the rent-due letter; one
      * letter per unpaid spell
                   05 BOX-NOTICE-DATE PIC 9(6).
           FD BOX-ACCESS-LOG.
               01 BOX-ACCESS-LINE PIC X(100).
           FD BOX-DELINQUENT-FILE.
               01 BOX-DELINQUENT-LINE PIC X(120).
           FD LOAN-APPLICATIONS.
               01 LAPP-RECORD.
                   05 LAPP-ID PIC 9(10).
                   05 LAPP-ACCOUNT-ID PIC 9(8).
                   05 LAPP-MEMBER-ID PIC 9(8).
      * R = received, I = in review, A = approved, D = declined,
      * B = booked, W = withdrawn
                   05 LAPP-STATUS PIC A(1).
                   05 LAPP-AMMOUNT PIC 9(10)V9(2).
                   05 LAPP-TERM PIC 9(3).
                   05 LAPP-PURPOSE PIC X(20).
                   05 LAPP-COLL-TYPE PIC X(10).
                   05 LAPP-COLL-DESCRIPTION PIC X(30).
                   05 LAPP-COLL-VALUE PIC 9(10)V9(2).
      * Existing obligations across the member's accounts, and the
      * average monthly payroll deposits over the last three months,
      * taken when the application was received
                   05 LAPP-LOAN-COUNT PIC 9(2).
                   05 LAPP-LOAN-PRINCIPAL PIC 9(10)V9(2).
                   05 LAPP-LOAN-PAYMENTS PIC 9(10)V9(2).
                   05 LAPP-OD-LIMIT PIC 9(10)V9(2).
                   05 LAPP-OD-DRAWN PIC 9(10)V9(2).
                   05 LAPP-PAYROLL-AVG PIC 9(10)V9(2).
                   05 LAPP-RECEIVED-DATE PIC 9(6).
                   05 LAPP-STATUS-DATE PIC 9(6).
                   05 LAPP-REVIEWER PIC X(8).
                   05 LAPP-APPROVER PIC X(8).
                   05 LAPP-RATE PIC 9(3)V9(4).
                   05 LAPP-DECLINE-REASON PIC X(30).
      * Rate terms set at approval and carried onto the booked loan
                   05 LAPP-RATE-TYPE PIC A(1).
                   05 LAPP-INDEX-CODE PIC X(6).
                   05 LAPP-MARGIN PIC 9(2)V9(4).
                   05 LAPP-RESET-MONTHS PIC 9(3).
                   05 LAPP-RESET-CAP PIC 9(2)V9(4).
                   05 LAPP-LIFE-CAP PIC 9(2)V9(4).
           FD LOAN-PIPELINE-FILE.
               01 LOAN-PIPELINE-LINE PIC X(120).
           FD INDEX-RATES.
               01 INDEX-RATE-RECORD.
                   05 IX-KEY.
                       10 IX-CODE PIC X(6).
                       10 IX-EFFECTIVE-DATE PIC 9(6).
                   05 IX-RATE PIC 9(3)V9(4).
           FD LOAN-RESET-FILE.
               01 LOAN-RESET-LINE PIC X(120).
           FD LOAN-ESCROW.
               01 ESCROW-RECORD.
                   05 ESC-ACCOUNT-ID PIC 9(8).
      * Negative when a bill has been paid that the balance could not
      * cover; the next analysis collects the advance back
                   05 ESC-BALANCE PIC S9(10)V9(2).
      * Escrow portion collected on top of principal and interest
                   05 ESC-PAYMENT PIC 9(8)V9(2).
      * A = active, C = closed
                   05 ESC-STATUS PIC A(1).
                   05 ESC-OPENED-DATE PIC 9(6).
                   05 ESC-LAST-ANALYSIS PIC 9(6).
                   05 ESC-NEXT-ANALYSIS PIC 9(6).
           FD ESCROW-ITEMS.
               01 ESCROW-ITEM-RECORD.
                   05 ESCI-KEY.
                       10 ESCI-ACCOUNT-ID PIC 9(8).
                       10 ESCI-SEQ PIC 9(2).
      * TAX = property tax, INS = hazard insurance premium
                   05 ESCI-TYPE PIC X(3).
                   05 ESCI-PAYEE-ID PIC X(10).
                   05 ESCI-AMMOUNT PIC 9(8)V9(2).
      * Months between bills: 12 annual, 6 half-yearly, 3 quarterly
                   05 ESCI-EVERY-MONTHS PIC 9(2).
                   05 ESCI-NEXT-DUE PIC 9(6).
                   05 ESCI-LAST-PAID PIC 9(6).
      * A = active, I = inactive; an inactive bill is not paid
                   05 ESCI-STATUS PIC A(1).
           FD ESCROW-ANALYSIS-FILE.
               01 ESCROW-ANALYSIS-LINE PIC X(160).
           FD CHARGEOFF-LEDGER.
               01 CHARGEOFF-RECORD.
                   05 CO-ID PIC 9(10).
                   05 CO-ACCOUNT-ID PIC 9(8).
      * L = loan, D = overdrawn deposit account
                   05 CO-TYPE PIC A(1).
      * C = charged off, R = recovery taken against the charge-off
                   05 CO-EVENT PIC A(1).
                   05 CO-DATE PIC 9(6).
                   05 CO-AMMOUNT PIC 9(10)V9(2).
      * Days delinquent or overdrawn when charged off
                   05 CO-DAYS-PAST-DUE PIC 9(4).
                   05 CO-OPERATOR PIC X(8).
           FD CHARGEOFF-REPORT-FILE.
               01 CHARGEOFF-REPORT-LINE PIC X(120).
           FD LOAN-RESERVE-HISTORY.
               01 LOAN-RESERVE-RECORD.
      * Year and month the reserve was calculated for (YYYYMM)
                   05 LR-MONTH PIC 9(6).
                   05 LR-RUN-DATE PIC 9(6).
      * Current, 1-30, 31-60, 61-90 and 91+ days past due, in the
      * buckets the delinquency report uses
                   05 LR-BUCKET OCCURS 5 TIMES.
                       10 LR-BUCKET-COUNT PIC 9(6).
                       10 LR-BUCKET-BALANCE PIC 9(12)V9(2).
                       10 LR-BUCKET-RATE PIC 9(3)V9(2).
                       10 LR-BUCKET-RESERVE PIC 9(12)V9(2).
                   05 LR-REQUIRED PIC 9(12)V9(2).
      * Reserve the GL carried before this run, and the true-up
      * booked to bring it to LR-REQUIRED; + builds, - releases
                   05 LR-CARRIED PIC 9(12)V9(2).
                   05 LR-TRUE-UP PIC 9(12)V9(2).
                   05 LR-TRUE-UP-SIGN PIC X(1).
                   05 LR-RESERVE-GL PIC 9(6).
                   05 LR-PROVISION-GL PIC 9(6).
           FD LOAN-RESERVE-REPORT-FILE.
               01 LOAN-RESERVE-REPORT-LINE PIC X(120).
      * One base record per loan between a header ("HDR") and a
      * trailer ("TRL") record carrying the counts
           FD CREDIT-BUREAU-FILE.
               01 BUREAU-BASE-RECORD.
                   05 BUR-TYPE PIC X(3).
                   05 BUR-ACCOUNT-ID PIC 9(8).
                   05 BUR-NAME PIC X(30).
                   05 BUR-DOB PIC 9(8).
                   05 BUR-GOVT-ID PIC X(12).
                   05 BUR-ADDRESS PIC X(60).
                   05 BUR-ORIGINAL PIC 9(10)V9(2).
                   05 BUR-CURRENT PIC 9(10)V9(2).
                   05 BUR-SCHEDULED PIC 9(10)V9(2).
      * 11 current, 71/78/80/82/83/84 one to six or more payments
      * past due, 13 paid and closed, 97 charged off
                   05 BUR-STATUS PIC X(2).
                   05 BUR-MISSED-COUNT PIC 9(3).
      * Date of first delinquency (YYYYMMDD), zero when current
                   05 BUR-FIRST-DELINQ PIC 9(8).
               01 BUREAU-CONTROL-RECORD.
                   05 BURC-TYPE PIC X(3).
                   05 BURC-MONTH PIC 9(6).
                   05 BURC-CREATED PIC 9(8).
                   05 BURC-COUNT PIC 9(6).
                   05 BURC-CURRENT-COUNT PIC 9(6).
                   05 BURC-PAST-DUE-COUNT PIC 9(6).
                   05 BURC-CLOSED-COUNT PIC 9(6).
                   05 BURC-CHARGED-OFF-COUNT PIC 9(6).
                   05 BURC-BALANCE-TOTAL PIC 9(12)V9(2).
           FD BUREAU-FINAL-FILE.
               01 BUREAU-FINAL-RECORD.
                   05 BF-ACCOUNT-ID PIC 9(8).
      * Original principal of the loan reported, so a new loan booked
      * later on the same account is not mistaken for this one
                   05 BF-PRINCIPAL PIC 9(10)V9(2).
                   05 BF-STATUS PIC X(2).
                   05 BF-MONTH PIC 9(6).
           FD LOAN-BILLING-REGISTER.
               01 LOAN-BILLING-RECORD.
                   05 BR-KEY.
                       10 BR-ACCOUNT-ID PIC 9(8).
                       10 BR-DUE-DATE PIC 9(6).
                   05 BR-BILLED-DATE PIC 9(6).
                   05 BR-AMMOUNT-DUE PIC 9(10)V9(2).
                   05 BR-INTEREST PIC 9(10)V9(2).
                   05 BR-PRINCIPAL PIC 9(10)V9(2).
                   05 BR-ESCROW PIC 9(10)V9(2).
                   05 BR-LATE-FEES PIC 9(10)V9(2).
                   05 BR-PAYOFF PIC 9(10)V9(2).
           FD LOAN-DELINQ-SNAPSHOT.
               01 LOAN-DELINQ-SNAPSHOT-RECORD.
                   05 DQ-KEY.
      * Year and month of the snapshot (YYYYMM)
                       10 DQ-MONTH PIC 9(6).
                       10 DQ-ACCOUNT-ID PIC 9(8).
                   05 DQ-RUN-DATE PIC 9(6).
      * 1 current, 2 1-30, 3 31-60, 4 61-90, 5 91+ days past due,
      * 6 charged off, 7 paid off
                   05 DQ-BUCKET PIC 9(1).
                   05 DQ-DAYS-PAST-DUE PIC 9(5).
      * Remaining principal; for a charged-off loan what is still
      * written off, for a paid-off loan zero
                   05 DQ-BALANCE PIC 9(12)V9(2).
      * Month the loan was booked and the amount booked, carried
      * from month to month
                   05 DQ-BOOKED-MONTH PIC 9(6).
                   05 DQ-ORIGINAL PIC 9(10)V9(2).
                   05 DQ-MONTHS-ON-BOOK PIC 9(3).
      * y once the loan has been 31+ days past due or charged off,
      * and the month on book that first happened
                   05 DQ-EVER-DELINQ PIC A(1).
                   05 DQ-FIRST-DELINQ-MOB PIC 9(3).
           FD ROLL-RATE-REPORT-FILE.
               01 ROLL-RATE-REPORT-LINE PIC X(120).
           FD ESTATE-LEDGER.
               01 ESTATE-LEDGER-RECORD.
                   05 EST-KEY.
                       10 EST-MEMBER-ID PIC 9(8).
                       10 EST-ACCOUNT-ID PIC 9(8).
      * F = frozen for the estate, S = passed to the surviving joint
      * holder, C = settled to the estate through the closure workflow
                   05 EST-ACTION PIC A(1).
                   05 EST-PRIOR-STATUS PIC A(1).
                   05 EST-SURVIVOR-ID PIC 9(8).
                   05 EST-BALANCE PIC S9(10)V9(2).
                   05 EST-FROZEN-DATE PIC 9(8).
      * What the freeze suspended or held on the account
                   05 EST-SI-COUNT PIC 9(4).
                   05 EST-SWEEP-COUNT PIC 9(4).
                   05 EST-HELD-COUNT PIC 9(4).
                   05 EST-SETTLED-DATE PIC 9(8).
                   05 EST-DISBURSED PIC 9(10)V9(2).
                   05 EST-DISBURSED-TO PIC 9(8).
                   05 EST-SETTLED-BY PIC X(8).
           FD ESTATE-REPORT-FILE.
               01 ESTATE-REPORT-LINE PIC X(160).
           FD LEGAL-ORDERS.
               01 LEGAL-ORDER-RECORD.
                   05 LO-ORDER-ID PIC 9(10).
                   05 LO-MEMBER-ID PIC 9(8).
      * G = court garnishment, L = tax levy
                   05 LO-TYPE PIC A(1).
                   05 LO-AGENCY PIC X(30).
      * Payee-master ID the agency is paid through
                   05 LO-PAYEE-ID PIC X(10).
                   05 LO-DEMANDED PIC 9(10)V9(2).
                   05 LO-RECEIVED-DATE PIC 9(6).
                   05 LO-EXPIRY-DATE PIC 9(6).
      * y = the order directs us to pay the held funds to the agency
                   05 LO-PAY PIC A(1).
      * R = received, H = holds placed, P = held funds remitted,
      * E = expired, W = withdrawn or satisfied; the holds of an
      * expired or withdrawn order are released
                   05 LO-STATUS PIC A(1).
                   05 LO-PROCESSED-DATE PIC 9(6).
      * Benefit deposits protected, legal-processing fee charged and
      * totals held and remitted
                   05 LO-EXEMPT PIC 9(10)V9(2).
                   05 LO-FEE PIC 9(10)V9(2).
                   05 LO-HELD PIC 9(10)V9(2).
                   05 LO-REMITTED PIC 9(10)V9(2).
                   05 LO-HOLD-COUNT PIC 9(2).
                   05 LO-HOLD OCCURS 10 TIMES.
                       10 LO-HOLD-ID PIC 9(10).
                       10 LO-HOLD-ACCOUNT PIC 9(8).
                       10 LO-HOLD-AMMOUNT PIC 9(10)V9(2).
           FD LEGAL-ORDER-REPORT-FILE.
               01 LEGAL-ORDER-REPORT-LINE PIC X(160).
           FD MEMBER-SIGNERS.
               01 SIGNER-RECORD.
                   05 SG-KEY.
                       10 SG-BUSINESS-ID PIC 9(8).
                       10 SG-MEMBER-ID PIC 9(8).
      * O = beneficial owner, C = control person, A = authorized
      * signer with no ownership stake
                   05 SG-ROLE PIC A(1).
                   05 SG-OWNERSHIP-PCT PIC 9(3).
      * Largest single withdrawal or transfer the signer may make on
      * the business's accounts; zero means no limit
                   05 SG-LIMIT PIC 9(10)V9(2).
      * The signer's own sign-in for the business's accounts; the
      * password is stored hashed like an account password
                   05 SG-USERNAME PIC X(100).
                   05 SG-PASSWORD PIC X(100).
      * A = active, R = held for watch-list review, X = removed
                   05 SG-STATUS PIC A(1).
                   05 SG-ADDED-DATE PIC 9(8).
                   05 SG-SCREENED-DATE PIC 9(8).
           FD WATCH-LIST-FILE.
               01 WATCH-LIST-NAME PIC X(30).
           FD REVIEW-QUEUE-FILE.
               01 REVIEW-QUEUE-LINE PIC X(120).
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
           FD HELD-MAIL-REPORT-FILE.
               01 HELD-MAIL-REPORT-LINE PIC X(132).
      * Channel B = branch, P = phone, M = mail, E = e-mail, W = web.
      * Category and root-cause codes are those in the complaint
      * tables in working storage. Status O = open, A = assigned,
      * C = closed; dates are YYMMDD
           FD COMPLAINTS.
               01 COMPLAINT-RECORD.
                   05 CMP-ID PIC 9(10).
                   05 CMP-MEMBER-ID PIC 9(8).
                   05 CMP-ACCOUNT-ID PIC 9(8).
                   05 CMP-CHANNEL PIC A(1).
                   05 CMP-CATEGORY PIC X(2).
                   05 CMP-LOGGED-BY PIC X(8).
                   05 CMP-ASSIGNED-TO PIC X(8).
                   05 CMP-SUMMARY PIC X(100).
                   05 CMP-OPENED-DATE PIC 9(6).
                   05 CMP-DUE-DATE PIC 9(6).
                   05 CMP-STATUS PIC A(1).
                   05 CMP-CLOSED-DATE PIC 9(6).
                   05 CMP-CLOSED-BY PIC X(8).
                   05 CMP-ROOT-CAUSE PIC X(4).
      * Action LOGGED, ASSIGNED, NOTE or CLOSED, with the status the
      * complaint was left in
           FD COMPLAINT-HISTORY.
               01 COMPLAINT-HISTORY-RECORD.
                   05 CH-KEY.
                       10 CH-COMPLAINT-ID PIC 9(10).
                       10 CH-DATE PIC 9(8).
                       10 CH-TIME PIC 9(8).
                   05 CH-ACTION PIC X(8).
                   05 CH-STAFF-ID PIC X(8).
                   05 CH-STATUS PIC A(1).
                   05 CH-NOTE PIC X(100).
           FD COMPLAINT-REPORT-FILE.
               01 COMPLAINT-REPORT-LINE PIC X(132).
      * Kind H header (screened date and version line) or E entry
           FD WATCH-SCREENED-FILE.
               01 WATCH-SCREENED-RECORD.
                   05 WSC-KIND PIC A(1).
                   05 WSC-KEY PIC X(60).
                   05 WSC-SCREENED-DATE PIC 9(6).
                   05 WSC-VERSION PIC X(30).
           FD WATCH-SCREEN-REPORT-FILE.
               01 WATCH-SCREEN-REPORT-LINE PIC X(132).
      * CD-DATE is the YYMMDD night the deposit was picked up
           FD CASH-DAY-HISTORY.
               01 CASH-DAY-RECORD.
                   05 CD-KEY.
                       10 CD-ACCOUNT-ID PIC 9(8).
                       10 CD-DATE PIC 9(6).
                       10 CD-TX-NUMBER PIC 9(10).
                   05 CD-AMMOUNT PIC 9(10)V9(2).
      * Factor codes: TYPE (1 for a business), AGE (years), PROD
      * (accounts held), CASH (teller cash), OUTP (outbound payments
      * sent), DEST (those sent in a foreign currency), ANOM (open
      * anomaly exceptions), NEAR (watch-list near-misses). A member
      * scores the points of the highest floor its value reaches
           FD RISK-FACTORS.
               01 RISK-FACTOR-RECORD.
                   05 RF-KEY.
                       10 RF-FACTOR PIC X(4).
                       10 RF-BAND PIC 9(2).
                   05 RF-FLOOR PIC 9(10)V9(2).
                   05 RF-POINTS PIC 9(3).
           FD RISK-RATING-REPORT-FILE.
               01 RISK-RATING-REPORT-LINE PIC X(132).
           FD INSIDER-REPORT-FILE.
               01 INSIDER-REPORT-LINE PIC X(170).
           FD ACCESS-RECERT.
               01 ACCESS-RECERT-RECORD.
                   05 ACR-KEY.
      * Staff ID, or the role letter T/S for a whole-role grant
                       10 ACR-STAFF-ID PIC X(8).
                       10 ACR-COMMAND PIC X(8).
                   05 ACR-ROLE PIC A(1).
                   05 ACR-NAME PIC X(30).
      * Last use in the security or maintenance log, and the staff
      * member's last sign-on (YYYYMMDD, 0 when none on the logs)
                   05 ACR-LAST-USED PIC 9(8).
                   05 ACR-LAST-SIGNON PIC 9(8).
      * Blank until reviewed, K = keep, R = revoke (queued as a
      * pending change for a second staff member to apply)
                   05 ACR-DECISION PIC A(1).
                   05 ACR-DECIDED-BY PIC X(8).
                   05 ACR-DECIDED-DATE PIC 9(6).
      * Date of the recertification run that listed it
                   05 ACR-CYCLE PIC 9(6).
           FD DUTY-PAIRS.
               01 DUTY-PAIR-RECORD.
                   05 SOD-KEY.
                       10 SOD-COMMAND-A PIC X(8).
                       10 SOD-COMMAND-B PIC X(8).
                   05 SOD-DESC PIC X(40).
           FD RECERT-REPORT-FILE.
               01 RECERT-REPORT-LINE PIC X(132).
           FD SOD-REPORT-FILE.
               01 SOD-REPORT-LINE PIC X(150).
      * Rule codes: BALPROD (account type not a product), BALCCY
      * (balance currency with no exchange-rate row), SICLOSED and
      * SWCLOSED (standing order or sweep on a closed or missing
      * account), OQPAYEE (queued payment to a payee no longer
      * active), MBDOB (date of birth in the future), MBMINOR (a
      * minor's account with no guardian joint holder).  Active is
      * y or n
           FD SCRUB-RULES.
               01 SCRUB-RULE-RECORD.
                   05 DQR-CODE PIC X(8).
                   05 DQR-CATEGORY PIC X(12).
                   05 DQR-ACTIVE PIC A(1).
                   05 DQR-DESC PIC X(40).
           FD SCRUB-HISTORY.
               01 SCRUB-HISTORY-RECORD.
                   05 DQH-KEY.
                       10 DQH-RULE PIC X(8).
                       10 DQH-DATE PIC 9(6).
                   05 DQH-COUNT PIC 9(7).
           FD SCRUB-REPORT-FILE.
               01 SCRUB-REPORT-LINE PIC X(150).
      * Fee codes: MNTH monthly maintenance, PAPR paper statement
      * (members taking account-service notices on paper), EXWD
      * each teller or session withdrawal in the month beyond the
      * threshold, DORM no customer activity for the threshold in
      * months. A fee is waived when the balance is at or above the
      * waive balance (zero: never), when the member is younger than
      * the waive age (zero: never), or, with relationship y, when
      * the member's combined balances earn relationship pricing
           FD FEE-SCHEDULE.
               01 FEE-SCHEDULE-RECORD.
                   05 FS-KEY.
                       10 FS-FEE-SET PIC X(1).
                       10 FS-FEE-CODE PIC X(4).
                   05 FS-AMMOUNT PIC 9(6)V9(2).
                   05 FS-THRESHOLD PIC 9(4).
                   05 FS-WAIVE-BALANCE PIC 9(10)V9(2).
                   05 FS-WAIVE-AGE PIC 9(2).
                   05 FS-WAIVE-RELATIONSHIP PIC A(1).
           FD FEE-ASSESS-REPORT-FILE.
               01 FEE-ASSESS-REPORT-LINE PIC X(132).
      * The refund transaction is linked back to the fee it refunds;
      * the approver is blank unless the refund was over the staff
      * member's limits and went through supervisor approval
           FD FEE-REFUNDS.
               01 FEE-REFUND-RECORD.
                   05 FR-FEE-TX PIC 9(10).
                   05 FR-REFUND-TX PIC 9(10).
                   05 FR-ACCOUNT PIC 9(8).
                   05 FR-MEMBER PIC 9(8).
                   05 FR-AMMOUNT PIC 9(10)V9(2).
                   05 FR-CATEGORY PIC X(16).
                   05 FR-REASON PIC X(4).
                   05 FR-STAFF PIC X(8).
                   05 FR-APPROVER PIC X(8).
                   05 FR-DATE PIC 9(8).
      * A = open for business, C = closed; a closed branch keeps its
      * history but takes no new accounts, staff or shipments
           FD BRANCH-DETAILS.
               01 BRANCH-RECORD.
                   05 BRANCH-CODE PIC X(3).
                   05 BRANCH-NAME PIC X(30).
                   05 BRANCH-STATUS PIC A(1).
           FD OFFICER-REPORT-FILE.
               01 OFFICER-REPORT-LINE PIC X(300).
      * Rule D = deposits totaling the minimum amount within the
      * window days after opening, P = the payroll-deposit count
      * within the window, B = the balance reached within the window
      * and then held at or above the minimum through the hold date.
      * A blank product list means every product qualifies
           FD PROMO-CAMPAIGNS.
               01 PROMO-CAMPAIGN-RECORD.
                   05 CAMP-CODE PIC X(8).
                   05 CAMP-NAME PIC X(30).
                   05 CAMP-START-DATE PIC 9(8).
                   05 CAMP-END-DATE PIC 9(8).
                   05 CAMP-PRODUCTS.
                       10 CAMP-PRODUCT PIC X(1) OCCURS 5 TIMES.
                   05 CAMP-RULE PIC A(1).
                   05 CAMP-MIN-AMMOUNT PIC 9(10)V9(2).
                   05 CAMP-PAYROLL-COUNT PIC 9(2).
                   05 CAMP-WINDOW-DAYS PIC 9(3).
                   05 CAMP-HOLD-DATE PIC 9(8).
                   05 CAMP-BONUS PIC 9(6)V9(2).
                   05 CAMP-PAYOUT-DATE PIC 9(8).
      * Status E = enrolled, Q = qualified and waiting for the payout
      * date, P = paid, X = expired. The seen figures are the
      * activity-summary totals already counted for the seen month,
      * so each night only adds what is new since the last run; the
      * funded date is when a balance-rule account first reached
      * the minimum, and the status date when it qualified, was paid
      * or expired
           FD PROMO-ENROLLMENTS.
               01 PROMO-ENROLLMENT-RECORD.
                   05 PE-ACCOUNT-ID PIC 9(8).
                   05 PE-CAMPAIGN PIC X(8).
                   05 PE-OPEN-DATE PIC 9(8).
                   05 PE-STATUS PIC A(1).
                   05 PE-DEPOSITS PIC 9(12)V9(2).
                   05 PE-PAYROLL-COUNT PIC 9(4).
                   05 PE-SEEN-MONTH PIC 9(6).
                   05 PE-SEEN-DEPOSITS PIC 9(12)V9(2).
                   05 PE-SEEN-PAYROLL PIC 9(6).
                   05 PE-FUNDED-DATE PIC 9(8).
                   05 PE-STATUS-DATE PIC 9(8).
                   05 PE-BONUS-TX PIC 9(10).
           FD PROMO-REPORT-FILE.
               01 PROMO-REPORT-LINE PIC X(132).
      * The linked savings account, the multiplier (1, 2 or 3), and
      * the round-ups accrued since the last nightly move. A (or
      * blank) = active, S = stopped: nothing more accrues, but
      * anything already accrued still moves
           FD ROUND-UP-ENROLLMENTS.
               01 ROUND-UP-RECORD.
                   05 RU-ACCOUNT-ID PIC 9(8).
                   05 RU-SAVINGS-ID PIC 9(8).
                   05 RU-MULTIPLIER PIC 9(1).
                   05 RU-STATUS PIC A(1).
                   05 RU-PENDING PIC 9(8)V9(2).
                   05 RU-PENDING-COUNT PIC 9(4).
                   05 RU-SAVED-TOTAL PIC 9(10)V9(2).
                   05 RU-ENROLLED-DATE PIC 9(8).
                   05 RU-LAST-MOVE-DATE PIC 9(8).
           FD EXTERNAL-ACCOUNTS.
               01 EXTERNAL-ACCOUNT-RECORD.
                   05 EXT-KEY.
                       10 EXT-ACCOUNT-ID PIC 9(8).
                       10 EXT-SEQ PIC 9(2).
                   05 EXT-ROUTING PIC X(9).
                   05 EXT-NUMBER PIC X(17).
                   05 EXT-NICKNAME PIC X(20).
      * P = micro-deposits sent, awaiting the member's confirmation,
      * V = verified and usable for pulls, L = locked after too many
      * wrong confirmations, F = a micro-deposit came back returned,
      * R = removed by the member
                   05 EXT-STATUS PIC A(1).
                   05 EXT-MICRO-1 PIC 9(1)V9(2).
                   05 EXT-MICRO-2 PIC 9(1)V9(2).
                   05 EXT-TRIES PIC 9(1).
                   05 EXT-LINKED-DATE PIC 9(8).
                   05 EXT-VERIFIED-DATE PIC 9(8).
           FD DEBIT-ENTRY-FILE.
               01 DEBIT-ENTRY-LINE PIC X(160).
           FD DEBIT-FILTERS.
               01 DEBIT-FILTER-RECORD.
                   05 DF-KEY.
                       10 DF-ACCOUNT-ID PIC 9(8).
                       10 DF-ORIGINATOR PIC X(10).
      * On the mode row: O = open, B = block all debits, A = allow
      * listed originators only. On an originator row: B = blocked,
      * A = allowed, up to DF-MAX-AMMOUNT when that is not zero
                   05 DF-TYPE PIC A(1).
                   05 DF-MAX-AMMOUNT PIC 9(10)V9(2).
                   05 DF-SET-DATE PIC 9(8).
           FD CORRESPONDENT-STATEMENT.
               01 CORR-STATEMENT-RECORD.
                   05 CORR-DATE PIC 9(6).
                   05 FILLER PIC X(1).
      * D = the settlement account was debited, C = credited
                   05 CORR-DC PIC X(1).
                   05 FILLER PIC X(1).
                   05 CORR-AMMOUNT PIC 9(10)V9(2).
                   05 FILLER PIC X(1).
                   05 CORR-REF PIC X(10).
                   05 FILLER PIC X(1).
                   05 CORR-DESC PIC X(30).
      * Sources: CP checks presented (D), CR checks returned (C),
      * ID intake debits (D), IC intake credits (C), RD intake debits
      * returned (C), RC intake credits returned (D). O = open,
      * M = matched to a statement line on SB-MATCH-DATE
           FD SETTLEMENT-BATCHES.
               01 SETTLE-BATCH-RECORD.
                   05 SB-KEY.
                       10 SB-DATE PIC 9(6).
                       10 SB-SOURCE PIC X(2).
                       10 SB-TIME PIC 9(8).
                   05 SB-DC PIC X(1).
                   05 SB-AMMOUNT PIC 9(12)V9(2).
                   05 SB-COUNT PIC 9(6).
                   05 SB-STATUS PIC A(1).
                   05 SB-MATCH-DATE PIC 9(6).
      * M = matched when taken in, O = open difference, C = open
      * difference later cleared on SL-MATCH-DATE
           FD SETTLEMENT-LINES.
               01 SETTLE-LINE-RECORD.
                   05 SL-KEY.
                       10 SL-DATE PIC 9(6).
                       10 SL-LINE PIC 9(6).
                   05 SL-DC PIC X(1).
                   05 SL-AMMOUNT PIC 9(10)V9(2).
                   05 SL-REF PIC X(10).
                   05 SL-DESC PIC X(30).
                   05 SL-STATUS PIC A(1).
                   05 SL-MATCH-DATE PIC 9(6).
           FD SETTLE-RECON-REPORT.
               01 SETTLE-RECON-LINE PIC X(200).
      * Types: A asset, L liability, E equity, I income, X expense;
      * normal balance D or C; active y or n
           FD GL-ACCOUNT-MASTER.
               01 GL-ACCOUNT-RECORD.
                   05 GLA-NUMBER PIC 9(6).
                   05 GLA-NAME PIC X(30).
                   05 GLA-TYPE PIC A(1).
                   05 GLA-NORMAL PIC A(1).
                   05 GLA-ACTIVE PIC A(1).
           FD GL-BALANCES.
               01 GL-BALANCE-RECORD.
                   05 GLB-KEY.
                       10 GLB-ACCOUNT PIC 9(6).
                       10 GLB-PERIOD PIC 9(6).
                   05 GLB-DEBITS PIC 9(14)V9(2).
                   05 GLB-CREDITS PIC 9(14)V9(2).
                   05 GLB-LAST-POSTED PIC 9(8).
           FD GL-POSTED-REFS.
               01 GL-POSTED-REF-RECORD.
                   05 GPR-REF PIC X(16).
                   05 GPR-PERIOD PIC 9(6).
                   05 GPR-POSTED-DATE PIC 9(8).
                   05 GPR-POSTED-TIME PIC 9(8).
      * O = open, C = closed by the year-end close
           FD GL-YEARS.
               01 GL-YEAR-RECORD.
                   05 GLY-YEAR PIC 9(4).
                   05 GLY-STATUS PIC A(1).
                   05 GLY-CLOSED-DATE PIC 9(8).
                   05 GLY-CLOSED-BY PIC X(8).
                   05 GLY-NET-INCOME PIC S9(14)V9(2).
           FD GL-REPORT-FILE.
               01 GL-REPORT-LINE PIC X(132).
           FD CONDITION-REPORT-FILE.
               01 CONDITION-REPORT-LINE PIC X(132).
           FD IRA-DETAILS.
               01 IRA-RECORD.
                   05 IRA-ACCOUNT-ID PIC 9(8).
                   05 IRA-MEMBER-ID PIC 9(8).
                   05 IRA-BENEFICIARY PIC X(30).
                   05 IRA-BENE-RELATION PIC X(12).
                   05 IRA-BENE-DATE PIC 9(8).
      * y = the holder elected IRA-WH-RATE (which may be zero),
      * n = withhold at the IRA-WITHHOLD-PCT bank parameter
                   05 IRA-WH-ELECTED PIC A(1).
                   05 IRA-WH-RATE PIC 9(2)V9(2).
                   05 IRA-OPENED-DATE PIC 9(8).
           FD IRA-YEARS.
               01 IRA-YEAR-RECORD.
                   05 IRY-KEY.
                       10 IRY-ACCOUNT-ID PIC 9(8).
                       10 IRY-YEAR PIC 9(4).
                   05 IRY-CONTRIBUTIONS PIC 9(10)V9(2).
                   05 IRY-NORMAL-DIST PIC 9(10)V9(2).
                   05 IRY-EARLY-DIST PIC 9(10)V9(2).
                   05 IRY-WITHHELD PIC 9(10)V9(2).
           FD IRA-TAX-FILE.
               01 IRA-TAX-LINE PIC X(260).
           FD FX-DRAWER-CASH.
               01 FX-DRAWER-CASH-RECORD.
                   05 FXC-KEY.
                       10 FXC-STAFF-ID PIC X(8).
                       10 FXC-DATE PIC 9(6).
                       10 FXC-CURRENCY PIC X(3).
                   05 FXC-OPENING PIC 9(10)V9(2).
                   05 FXC-IN PIC 9(10)V9(2).
                   05 FXC-OUT PIC 9(10)V9(2).
                   05 FXC-BRANCH PIC X(3).
           FD FX-POSITION-REPORT.
               01 FX-POSITION-LINE PIC X(132).
           FD CASH-COUNTS.
               01 CASH-COUNT-RECORD.
                   05 CC-KEY.
      * D = teller drawer (owner is the staff ID), V = branch vault
      * (owner is the branch code)
                       10 CC-KIND PIC A(1).
                       10 CC-OWNER PIC X(8).
                       10 CC-DATE PIC 9(6).
                   05 CC-BRANCH PIC X(3).
      * y once the closing count has been taken
                   05 CC-CLOSED PIC A(1).
      * One entry per denomination, in the order of the shop's
      * denomination table: $100 down to the cent
                   05 CC-DENOMINATION OCCURS 10 TIMES.
                       10 CC-OPENING PIC 9(7).
                       10 CC-IN PIC 9(7).
                       10 CC-OUT PIC 9(7).
                       10 CC-CLOSING PIC 9(7).
           FD VAULT-REORDER-REPORT.
               01 VAULT-REORDER-LINE PIC X(132).
           FD OFFICIAL-CHECKS.
               01 OFFICIAL-CHECK-RECORD.
                   05 OC-NUMBER PIC 9(6).
                   05 OC-AMMOUNT PIC 9(10)V9(2).
                   05 OC-FEE PIC 9(10)V9(2).
                   05 OC-PAYEE PIC X(30).
      * The remitter named on the check, and the account it was
      * bought from (zero when bought for cash)
                   05 OC-PURCHASER PIC X(30).
                   05 OC-ACCOUNT-ID PIC 9(8).
      * A = debited to the purchaser's account, C = cash to the drawer
                   05 OC-FUNDING PIC A(1).
      * I = issued/outstanding, P = presented and paid, E = escheated
                   05 OC-STATUS PIC A(1).
                   05 OC-ISSUE-DATE PIC 9(6).
      * Date paid or escheated
                   05 OC-CLOSED-DATE PIC 9(6).
                   05 OC-STAFF-ID PIC X(8).
                   05 OC-BRANCH PIC X(3).
           FD OFFICIAL-CHECK-REPORT.
               01 OFFICIAL-CHECK-LINE PIC X(132).
           FD TERMS-NOTICE-REPORT.
               01 TERMS-NOTICE-LINE PIC X(132).
           FD PURGE-CERTIFICATE-FILE.
               01 PURGE-CERTIFICATE-LINE PIC X(132).
           FD NOTICE-REGISTER.
               01 NOTICE-REGISTER-LINE PIC X(120).
           FD DATA-EXPORT-FILE.
               01 DATA-EXPORT-LINE PIC X(180).
           FD CONFIRM-SAMPLES.
               01 CONFIRM-SAMPLE-RECORD.
                   05 CS-KEY.
                       10 CS-SNAP-DATE PIC 9(6).
      * D a deposit account from the balance snapshot, L a loan from
      * that month's delinquency snapshot
                       10 CS-ITEM-TYPE PIC A(1).
                       10 CS-ACCOUNT-ID PIC 9(8).
                   05 CS-RUN-DATE PIC 9(6).
      * R random, M monetary-unit weighted; the balance band it was
      * drawn from and the balance confirmed
                   05 CS-METHOD PIC A(1).
                   05 CS-BAND PIC 9(1).
                   05 CS-BALANCE PIC S9(12)V9(2).
      * Letter P produced, H produced and held for a bad address,
      * F not produced
                   05 CS-LETTER PIC A(1).
      * Response blank while outstanding, A agreed, E exception
      * still open, R exception resolved; the date, who logged it
      * and the auditor's note
                   05 CS-RESPONSE PIC A(1).
                   05 CS-RESPONSE-DATE PIC 9(6).
                   05 CS-LOGGED-BY PIC X(8).
                   05 CS-NOTE PIC X(40).
           FD CONFIRM-REPORT-FILE.
               01 CONFIRM-REPORT-LINE PIC X(132).
      * Rule kinds: ONLYBAL - every open account is of the account
      * type given, none holds a term deposit, and the combined
      * balance averaged over the last three snapshots is above the
      * amount; PAYROLL - payroll deposits within the last so many
      * days and no open account of the type given; MATURING - a
      * term deposit maturing within the next so many days that is
      * set to pay out rather than roll over.  Active is y or n
           FD CROSS-SELL-RULES.
               01 CROSS-SELL-RULE-RECORD.
                   05 XR-RULE-ID PIC X(8).
                   05 XR-KIND PIC X(8).
                   05 XR-ACCOUNT-TYPE PIC A(1).
                   05 XR-AMOUNT PIC 9(10)V9(2).
                   05 XR-DAYS PIC 9(3).
                   05 XR-ACTIVE PIC A(1).
                   05 XR-CAMPAIGN PIC X(30).
           FD PROSPECT-FILE.
               01 PROSPECT-LINE PIC X(320).
       WORKING-STORAGE SECTION.
      * Resolved data-file paths, filled at startup by the shared
      * FILE-PATHS subprogram from the shop's data-directory
           01 WS-MAINT-CHAIN-PATH PIC X(1000).
           01 WS-SEC-CHAIN-STATUS PIC X(2).
           01 WS-MAINT-CHAIN-STATUS PIC X(2).
           01 WS-MAINT-AUDIT-STATUS PIC X(2).
           01 WS-INCOME-LEDGER-STATUS PIC X(2).
           01 WS-PARTNER-ACK-FILE-PATH PIC X(1000).
           01 WS-ACK-FILE-STATUS PIC X(2).
           01 WS-CHECKPOINT-FILE-STATUS PIC X(2).
           01 WS-DISPUTE-CASES-PATH PIC X(1000).
           01 WS-DISPUTE-AGING-PATH PIC X(1000).
           01 WS-CARD-MASTER-PATH PIC X(1000).
           01 WS-CARD-EXPIRY-PATH PIC X(1000).
           01 WS-CARD-AUTH-FILE-PATH PIC X(1000).
           01 WS-CARD-SETTLE-FILE-PATH PIC X(1000).
           01 WS-CARD-AUTH-REGISTER-PATH PIC X(1000).
           01 WS-CARD-EXCEPTION-PATH PIC X(1000).
           01 WS-SAFE-DEPOSIT-BOXES-PATH PIC X(1000).
           01 WS-BOX-ACCESS-LOG-PATH PIC X(1000).
           01 WS-BOX-DELINQUENT-PATH PIC X(1000).
           01 WS-LOAN-APPLICATIONS-PATH PIC X(1000).
           01 WS-LOAN-PIPELINE-PATH PIC X(1000).
           01 WS-INDEX-RATES-PATH PIC X(1000).
           01 WS-LOAN-RESET-PATH PIC X(1000).
           01 WS-LOAN-ESCROW-PATH PIC X(1000).
           01 WS-ESCROW-ITEMS-PATH PIC X(1000).
           01 WS-ESCROW-ANALYSIS-PATH PIC X(1000).
           01 WS-CHARGEOFF-LEDGER-PATH PIC X(1000).
           01 WS-CHARGEOFF-REPORT-PATH PIC X(1000).
           01 WS-LOAN-RESERVE-PATH PIC X(1000).
           01 WS-LOAN-RESERVE-REPORT-PATH PIC X(1000).
           01 WS-CREDIT-BUREAU-PATH PIC X(1000).
           01 WS-BUREAU-FINAL-PATH PIC X(1000).
           01 WS-LOAN-BILLING-PATH PIC X(1000).
           01 WS-LOAN-DELINQ-SNAPSHOT-PATH PIC X(1000).
           01 WS-ROLL-RATE-REPORT-PATH PIC X(1000).
           01 WS-ESTATE-LEDGER-PATH PIC X(1000).
           01 WS-ESTATE-REPORT-PATH PIC X(1000).
           01 WS-LEGAL-ORDERS-PATH PIC X(1000).
           01 WS-LEGAL-ORDER-REPORT-PATH PIC X(1000).
           01 WS-MEMBER-SIGNERS-PATH PIC X(1000).
           01 WS-WATCH-LIST-PATH PIC X(1000).
           01 WS-REVIEW-QUEUE-PATH PIC X(1000).
           01 WS-HELD-MAIL-PATH PIC X(1000).
           01 WS-HELD-MAIL-REPORT-PATH PIC X(1000).
           01 WS-COMPLAINTS-PATH PIC X(1000).
           01 WS-COMPLAINT-HISTORY-PATH PIC X(1000).
           01 WS-COMPLAINT-REPORT-PATH PIC X(1000).
           01 WS-WATCH-SCREENED-PATH PIC X(1000).
           01 WS-WATCH-SCREEN-REPORT-PATH PIC X(1000).
           01 WS-CASH-DAY-HISTORY-PATH PIC X(1000).
           01 WS-RISK-FACTORS-PATH PIC X(1000).
           01 WS-RISK-RATING-REPORT-PATH PIC X(1000).
           01 WS-INSIDER-REPORT-PATH PIC X(1000).
           01 WS-ACCESS-RECERT-PATH PIC X(1000).
           01 WS-DUTY-PAIRS-PATH PIC X(1000).
           01 WS-RECERT-REPORT-PATH PIC X(1000).
           01 WS-SOD-REPORT-PATH PIC X(1000).
           01 WS-SCRUB-RULES-PATH PIC X(1000).
           01 WS-SCRUB-HISTORY-PATH PIC X(1000).
           01 WS-SCRUB-REPORT-PATH PIC X(1000).
           01 WS-FEE-SCHEDULE-PATH PIC X(1000).
           01 WS-FEE-ASSESS-REPORT-PATH PIC X(1000).
           01 WS-FEE-REFUNDS-PATH PIC X(1000).
           01 WS-BRANCH-DETAILS-PATH PIC X(1000).
           01 WS-OFFICER-REPORT-PATH PIC X(1000).
           01 WS-PROMO-CAMPAIGNS-PATH PIC X(1000).
           01 WS-PROMO-ENROLLMENTS-PATH PIC X(1000).
           01 WS-PROMO-REPORT-PATH PIC X(1000).
           01 WS-ROUND-UP-PATH PIC X(1000).
           01 WS-EXTERNAL-ACCOUNTS-PATH PIC X(1000).
           01 WS-DEBIT-ENTRY-FILE-PATH PIC X(1000).
           01 WS-DEBIT-FILTERS-PATH PIC X(1000).
           01 WS-CORR-STATEMENT-PATH PIC X(1000).
           01 WS-CORR-FILE-STATUS PIC X(2).
           01 WS-SETTLEMENT-BATCHES-PATH PIC X(1000).
           01 WS-SETTLEMENT-LINES-PATH PIC X(1000).
           01 WS-SETTLE-RECON-PATH PIC X(1000).
           01 WS-GL-ACCOUNT-MASTER-PATH PIC X(1000).
           01 WS-GL-BALANCES-PATH PIC X(1000).
           01 WS-GL-POSTED-REFS-PATH PIC X(1000).
           01 WS-GL-YEARS-PATH PIC X(1000).
           01 WS-GL-REPORT-PATH PIC X(1000).
           01 WS-CONDITION-REPORT-PATH PIC X(1000).
           01 WS-IRA-DETAILS-PATH PIC X(1000).
           01 WS-IRA-YEARS-PATH PIC X(1000).
           01 WS-IRA-TAX-PATH PIC X(1000).
           01 WS-FX-DRAWER-CASH-PATH PIC X(1000).
           01 WS-FX-POSITION-PATH PIC X(1000).
           01 WS-CASH-COUNTS-PATH PIC X(1000).
           01 WS-VAULT-REORDER-PATH PIC X(1000).
           01 WS-OFFICIAL-CHECKS-PATH PIC X(1000).
           01 WS-OFFICIAL-REPORT-PATH PIC X(1000).
           01 WS-TERMS-NOTICE-PATH PIC X(1000).
           01 WS-PURGE-CERTIFICATE-PATH PIC X(1000).
           01 WS-NOTICE-REGISTER-PATH PIC X(1000).
           01 WS-DATA-EXPORT-PATH PIC X(1000).
           01 WS-CONFIRM-SAMPLES-PATH PIC X(1000).
           01 WS-CONFIRM-REPORT-PATH PIC X(1000).
           01 WS-CROSS-SELL-RULES-PATH PIC X(1000).
           01 WS-PROSPECT-PATH PIC X(1000).
           01 WS-BANK-COMMAND PIC A(10).
      * Operator-alert variables for the batch error paths; every
      * alert also lands in the operator alert file via OPS-ALERT
           01 WS-LOGGED-IN-CHECK PIC A(1).
      * Sign-in lockout variables
           01 WS-LOGIN-LOCKED PIC A(1).
           01 WS-LOGIN-TODAY PIC 9(8).
           01 WS-LOGIN-LOCKOUT-THRESHOLD PIC 9(2) VALUE 3.
      * Password change/reset variables
           01 WS-NEW-PASSWORD PIC X(100).
           01 WS-PAY-BATCH-ID PIC X(10).
           01 WS-PAY-COUNT PIC 9(6).
           01 WS-PAY-TOTAL PIC 9(12)V9(2).
           01 WS-PAY-REJECTED PIC 9(6).
           01 WS-PAY-HAVE-TRL PIC A(1).
           01 WS-PAY-TODAY PIC 9(8).
           01 WS-BULK-EOF PIC A(1).
           01 WS-BULK-COUNT PIC 9(6).
      * Configurable interest-rate-table maintenance variables
      * comes from the ANOMALY-SIGMA bank parameter when configured
           01 WS-AN-EOF PIC A(1).
           01 WS-AN-TX-EOF PIC A(1).
           01 WS-AN-TODAY PIC 9(8).
           01 WS-AN-SIGMA PIC 9(2)V9(2) VALUE 3.00.
           01 WS-AN-COUNT PIC 9(8).
           01 WS-AN-SUM PIC 9(14)V9(2).
           01 WS-ES-TODAY-REM PIC 9(4).
           01 WS-ES-TODAY-MM PIC 9(2).
           01 WS-ES-TODAY-DD PIC 9(2).
           01 WS-ES-LAST-DATE PIC 9(8).
           01 WS-ES-LAST-MONTH PIC 9(6).
           01 WS-ES-LAST-YY PIC 9(2).
           01 WS-ES-LAST-REM PIC 9(4).
           01 WS-ES-LAST-MM PIC 9(2).
           01 WS-CAT-ACCOUNT PIC 9(8).
           01 WS-CAT-MONTH-LO PIC 9(2).
           01 WS-CAT-MONTH-HI PIC 9(2).
           01 WS-CAT-TX-YYYYMM PIC 9(6).
           01 WS-CAT-TX-YEAR PIC 9(4).
           01 WS-CAT-TX-MONTH PIC 9(2).
           01 WS-CAT-COUNT PIC 9(2).
           01 WS-CAT-TABLE.
           01 WS-TI-YEAR PIC 9(2).
           01 WS-TI-TX-YY PIC 9(2).
           01 WS-TI-TX-REM PIC 9(4).
           01 WS-TI-TX-MMDD PIC 9(4).
           01 WS-TI-COUNT PIC 9(3).
           01 WS-TI-TABLE.
               05 WS-TI-ENTRY OCCURS 200 TIMES.
                   10 TI-ACCT PIC 9(8).
                   10 TI-TOTAL PIC 9(12)V9(2).
                   10 TI-BONUS PIC 9(12)V9(2).
           01 WS-TI-IDX PIC 9(3).
           01 WS-TI-FOUND PIC A(1).
      * Overdrawn-accounts aging report variables
      * member identity (or no member record) is on file
           01 WS-MEMBER-AGE PIC 9(2).
           01 WS-MINOR-EOF PIC A(1).
      * Posting-date range the day-cut reports take, CCYYMMDD
           01 WS-RD-FROM-DATE PIC 9(8).
           01 WS-RD-TO-DATE PIC 9(8).
      * GL journal extract variables; 100001 is the cash ledger
      * account and 999999 the suspense account for unmapped memos
           01 WS-GL-EOF PIC A(1).
           01 WS-GL-CASH-ACCOUNT PIC 9(6) VALUE 100001.
           01 WS-GL-SUSPENSE-ACCOUNT PIC 9(6) VALUE 999999.
           01 WS-GL-CONTRA-ACCOUNT PIC 9(6).
      * Side the pair is booked on; charge-offs and loan recoveries
      * run opposite to the customer-account sign
           01 WS-GL-POST-SIGN PIC X(1).
           01 WS-GL-DEBIT-TOTAL PIC 9(14)V9(2).
           01 WS-GL-CREDIT-TOTAL PIC 9(14)V9(2).
           01 WS-GL-LINE-COUNT PIC 9(8).
           01 WS-BREAK-ACCOUNT PIC 9(8).
      * Balance-alert variables for the nightly evaluation pass
           01 WS-NA-EOF PIC A(1).
           01 WS-NA-TODAY PIC 9(8).
           01 WS-NA-SENT PIC 9(4).
           01 WS-NA-WITHDRAWN PIC 9(12)V9(2).
      * KYC review variables; the review period and the weighting
           01 WS-VL-EXPECTED PIC S9(10)V9(2).
           01 WS-VL-DRAWER-TOTAL PIC S9(12)V9(2).
           01 WS-VL-POSITION PIC S9(12)V9(2).
      * The signed-on branch and actor, held apart from the sign-on
      * fields a second person's count overwrites, and the receiving
      * branch of a cash shipment
           01 WS-VL-BRANCH PIC X(3).
           01 WS-VL-ACTOR PIC X(8).
           01 WS-VL-DEST-BRANCH PIC X(3).
      * Exception disposition workbench variables; the staleness
      * limit comes from the EXC-DISP-MAX-DAYS bank parameter when
      * configured. The fixed offsets match the FLAG lines the
           01 WS-EW-TODAY-INT PIC 9(8).
           01 WS-EW-DATE-INT PIC 9(8).
           01 WS-EW-YYYYMMDD PIC 9(8).
      * The FLAG line under review, held until its indented detail
      * lines have been read so they can be shown with it
           01 WS-EW-LINE PIC X(120).
           01 WS-EW-PENDING PIC A(1).
           01 WS-EW-DETAIL-COUNT PIC 9(2).
           01 WS-EW-DETAIL-MORE PIC A(1).
           01 WS-EW-DETAIL-TABLE.
               05 WS-EW-DETAIL PIC X(120) OCCURS 40 TIMES.
           01 WS-EW-DETAIL-IDX PIC 9(2).
           01 WS-DISP-COUNT PIC 9(3).
           01 WS-DISP-TABLE.
               05 WS-DISP-TX PIC X(10) OCCURS 500 TIMES.
           01 WS-GW-TODAY-MM PIC 9(2).
           01 WS-GW-TX-YY PIC 9(2).
           01 WS-GW-TX-MM PIC 9(2).
           01 WS-GW-TODAY-DD PIC 9(2).
           01 WS-GW-TX-DD PIC 9(2).
           01 WS-GW-TX-YYYYMM PIC 9(6).
           01 WS-GW-REM PIC 9(4).
           01 WS-GW-MONTHS PIC S9(4).
           01 WS-GW-AGED PIC 9(4).
           01 WS-WAIVER-MEMBER PIC 9(8).
           01 WS-WAIVER-TOTAL PIC S9(14)V9(2).
           01 WS-REL-WAIVE-BALANCE PIC 9(10)V9(2) VALUE 25000.00.
           01 WS-SAVED-ACCOUNT PIC X(423).
      * Monthly waiver-report variables
           01 WS-WR-EOF PIC A(1).
           01 WS-WR-MONTH PIC 9(6).
           01 WS-PROD-WD-LIMITED PIC A(1).
           01 WS-PROD-FEE-SET PIC X(1).
           01 WS-PROD-OD-ELIGIBLE PIC A(1).
           01 WS-PROD-RETIREMENT PIC A(1).
           01 WS-PROD-NEW-NAME PIC X(20).
           01 WS-PROD-NEW-MIN PIC 9(10)V9(2).
      * Batch posting guard: why the account just read cannot take a
      * batch posting (blank when it can), the job that was refused,
      * and whether the account's product is a retirement account
           01 WS-BP-WHY PIC X(20).
           01 WS-BP-SOURCE PIC X(16).
           01 WS-BP-RETIREMENT PIC A(1).
      * Both-to-sign joint-account variables; the threshold comes
      * from the BOTH-SIGN-THRESHOLD bank parameter when configured
           01 WS-BOTH-SIGN-THRESHOLD PIC 9(10)V9(2) VALUE 1000.00.
      * letter goes through the shared CUSTOMER-NOTICE subprogram
           01 WS-NOTICE-EVENT PIC X(12).
           01 WS-NOTICE-ACCOUNT PIC 9(8).
           01 WS-NOTICE-DETAIL PIC X(120).
           01 WS-NOTICE-STATUS PIC 9(2).
      * Staff entitlement variables
           01 WS-ENT-COMMAND PIC X(8).
      * configured. The member join is the same one the portfolio
      * inquiry does through CREATE-MEMBER-ID
           01 WS-LC-EOF PIC A(1).
           01 WS-LC-TODAY PIC 9(8).
           01 WS-LC-THRESHOLD PIC 9(10)V9(2) VALUE 10000.00.
           01 WS-LC-MEMBER-COUNT PIC 9(3).
           01 WS-LC-TABLE.
                   10 LC-MEMBER-ID PIC 9(8).
                   10 LC-AGG-TOTAL PIC 9(12)V9(2).
                   10 LC-ACCT-COUNT PIC 9(2).
      * y = one of the member's accounts with cash today is homed at
      * the branch the report is run for
                   10 LC-AT-BRANCH PIC A(1).
                   10 LC-ACCT OCCURS 10 TIMES.
                       15 LC-ACCT-ID PIC 9(8).
                       15 LC-ACCT-CASH PIC 9(12)V9(2).
           01 WS-LC-FLAGGED PIC 9(3).
      * Income-ledger variables, filled by each income- or
      * expense-generating path before WRITE-INCOME-LEDGER; the GL
      * account comes from the category's REFERENCE-CODES row. The
      * sign is + income, - expense, or R for the reversal of income
      * booked earlier under the same category (a refunded fee)
           01 WS-IL-CATEGORY PIC X(16).
           01 WS-IL-AMMOUNT PIC 9(10)V9(2).
           01 WS-IL-SIGN PIC X(1).
           01 WS-IL-GL PIC 9(6).
      * Income-statement variables; the fixed offsets match the
      * layout WRITE-INCOME-LEDGER writes
           01 WS-IS-EOF PIC A(1).
           01 WS-IS-LINE-DATE PIC 9(8).
           01 WS-IS-COUNT PIC 9(2).
           01 WS-IS-TABLE.
               05 WS-IS-ENTRY OCCURS 20 TIMES.
                   10 IS-CATEGORY PIC X(16).
                   10 IS-SIGN PIC X(1).
                   10 IS-TOTAL PIC S9(12)V9(2).
           01 WS-IS-IDX PIC 9(2).
           01 WS-IS-FOUND PIC A(1).
           01 WS-IS-LINE-AMMOUNT PIC S9(12)V9(2).
           01 WS-IS-INCOME-TOTAL PIC S9(12)V9(2).
           01 WS-IS-EXPENSE-TOTAL PIC 9(12)V9(2).
           01 WS-IS-NET PIC S9(12)V9(2).
      * Snapshot retention rollup variables; the daily-keep window
           01 WS-TX-WRITTEN PIC A(1).
      * Channel-mix report variables
           01 WS-CX-EOF PIC A(1).
           01 WS-CX-COUNT PIC 9(2).
           01 WS-CX-TABLE.
               05 WS-CX-ENTRY OCCURS 30 TIMES.
                   10 CX-TOTAL PIC 9(14)V9(2).
           01 WS-CX-IDX PIC 9(2).
           01 WS-CX-FOUND PIC A(1).
      * Channel/operator/branch stamp carried onto every transaction
      * by the central write paragraphs; each posting path sets its
      * own channel and operator, and the branch follows the sign-on
           01 WS-TX-CHANNEL PIC X(2) VALUE "TL".
           01 WS-TX-OPERATOR PIC X(8).
           01 WS-TX-BRANCH PIC X(3) VALUE "001".
      * Balance snapshot and as-of-date inquiry variables
           01 WS-SNAP-EOF PIC A(1).
           01 WS-SNAP-COUNT PIC 9(6).
           01 WS-SNAP-TX-EOF PIC A(1).
           01 WS-SNAP-NET PIC S9(10)V9(2).
           01 WS-SNAP-DIVERGED PIC A(1).
           01 WS-SNAP-CUT-DATE PIC 9(8).
      * Outbound payment queue/file variables
           01 WS-OUTQ-EOF PIC A(1).
           01 WS-OUTQ-SENT-COUNT PIC 9(6).
           01 WS-OUTQ-SENT-TOTAL PIC 9(12)V9(2).
           01 WS-OUTQ-HELD-COUNT PIC 9(6).
      * Generic clearing intake variables; R01 = unknown account,
      * R02 = account frozen, R03 = insufficient funds for a debit,
      * R04 = debit to a charged-off account
           01 WS-INTAKE-EOF PIC A(1).
           01 WS-INTAKE-REASON PIC X(3).
           01 WS-INTAKE-OK PIC A(1).
           01 WS-FX-USD-TOTAL PIC S9(12)V9(2).
           01 WS-FX-USD-EQUIV PIC S9(12)V9(2).
           01 WS-FX-REVAL-EOF PIC A(1).
           01 WS-FX-BUY-SPREAD PIC 9(2)V9(2).
           01 WS-FX-SELL-SPREAD PIC 9(2)V9(2).
      * The spreads ride to the maker-checker queue in the change key
      * after the currency code
           01 WS-FX-SPREAD-KEY.
               05 WS-FX-SK-BUY PIC 9(2)V9(2).
               05 WS-FX-SK-SELL PIC 9(2)V9(2).
      * Daily interest accrual variables
           01 WS-ACCRUAL-EOF PIC A(1).
           01 WS-ACCRUAL-FOUND PIC A(1).
      * totals prove archive plus live equals what the run started with
           01 WS-ARCHIVE-FILE-PATH PIC X(1000).
           01 WS-ARCHIVE-CUTOFF PIC 9(6).
           01 WS-ARCHIVE-CMP PIC 9(8).
           01 WS-ARCHIVE-EOF PIC A(1).
           01 WS-ARCHIVE-DATE-STAMP PIC 9(6).
           01 WS-ARCH-START-COUNT PIC 9(8).
           01 WS-PORTFOLIO-MEMBER-ID PIC 9(8).
           01 WS-PORTFOLIO-EOF PIC A(1).
           01 WS-PORTFOLIO-COUNT PIC 9(4).
           01 WS-PORTFOLIO-OFFICER PIC X(8).
      * Pending-hold aging batch variables; the day count defaults to
      * 7 unless a PENDING-MAX-AGE bank parameter is in force
           01 WS-PENDING-EOF PIC A(1).
      * Staff sign-on/maintenance variables
           01 WS-STAFF-SIGNED-ON PIC A(1) VALUE "n".
           01 WS-STAFF-ROLE PIC A(1).
           01 WS-STAFF-BRANCH PIC X(3).
           01 WS-STAFF-ID-IN PIC X(8).
           01 WS-STAFF-PASS-IN PIC X(100).
           01 WS-STAFF-COMMAND PIC X(6).
      * Daily withdrawal velocity-limit variables
           01 WS-DAILY-WITHDRAW-LIMIT PIC 9(10)V9(2) VALUE 1000.00.
           01 WS-DAILY-WITHDRAW-TOTAL PIC 9(10)V9(2).
           01 WS-DAILY-WITHDRAW-TODAY PIC 9(8).
      * Reference-code table maintenance/lookup variables
           01 WS-REF-COMMAND PIC X(6).
           01 WS-REF-EOF PIC A(1).
      * Dormant-account report variables
           01 WS-DORMANT-EOF PIC 9(1).
           01 WS-DORMANT-TX-EOF PIC 9(1).
           01 WS-DORMANT-LAST-DATE PIC 9(8).
           01 WS-DORMANT-LAST-MONTH PIC 9(6).
           01 WS-DORMANT-FOUND-ANY PIC A(1).
           01 WS-DORMANT-THRESHOLD-MONTHS PIC 9(3) VALUE 6.
           01 WS-DORMANT-TODAY PIC 9(6).
           01 WS-CLOSE-BLOCKED PIC A(1).
           01 WS-CLOSE-DEST-ID PIC 9(8).
           01 WS-CLOSE-DISBURSE PIC 9(10)V9(2).
           01 WS-CLOSE-ESTATE PIC A(1) VALUE "n".
           01 WS-LOGIN-CLOSED PIC A(1).
      * Statement-cycle batch and reprint variables; each account's
      * assigned cycle day is derived from its account ID so the
           01 WS-STMT-RUN-ALL PIC A(1).
           01 WS-STMT-COUNT PIC 9(6).
           01 WS-STMT-TX-YYMM PIC 9(4).
           01 WS-STMT-TX-YYYYMM PIC 9(6).
           01 WS-STMT-NET PIC S9(10)V9(2).
           01 WS-REPRINT-ACCOUNT PIC 9(8).
           01 WS-REPRINT-PERIOD PIC 9(4).
      * CSV export variables
           01 WS-EXPORT-START-DATE PIC 9(6).
           01 WS-EXPORT-END-DATE PIC 9(6).
           01 WS-EXPORT-FROM-CMP PIC 9(8).
           01 WS-EXPORT-TO-CMP PIC 9(8).
           01 WS-EXPORT-EOF PIC 9(1).
           01 WS-TRANSACTION-DATE PIC 9(8).
           01 WS-TRANSACTION-TIME PIC 9(8).
           01 WS-CONTROL-DEPOSIT-TOTAL PIC 9(12)V9(2) VALUE 0.
           01 WS-CONTROL-WITHDRAW-COUNT PIC 9(8) VALUE 0.
           01 WS-CONTROL-WITHDRAW-TOTAL PIC 9(12)V9(2) VALUE 0.
           01 WS-CONTROL-TODAY-DATE PIC 9(8).
           01 WS-CONTROL-EOF PIC 9(1).
      * Dispute case variables: the case being opened or closed, the
      * investigation window in business days (DISPUTE-DAYS) and how
      * close to the deadline the aging report starts warning
      * (DISPUTE-WARN-DAYS), both overridable in BANK-PARAMETERS
           01 WS-DS-CASE-ID PIC 9(10).
           01 WS-DS-TX-NUMBER PIC 9(10).
           01 WS-DS-ACCOUNT PIC 9(8).
           01 WS-DS-REASON PIC X(4).
           01 WS-DS-AMMOUNT PIC 9(10)V9(2).
           01 WS-DS-OUTCOME PIC X(1).
           01 WS-DS-VALID PIC A(1).
           01 WS-DS-DISPUTED PIC A(1).
           01 WS-DS-REVERSED PIC A(1).
           01 WS-DS-EOF PIC A(1).
           01 WS-DS-REVERSAL-MEMO PIC X(20).
           01 WS-DS-DAYS PIC 9(3) VALUE 10.
           01 WS-DS-WARN-DAYS PIC 9(3) VALUE 2.
           01 WS-DS-IDX PIC 9(3).
           01 WS-DS-DAYS-LEFT PIC 9(3).
           01 WS-DS-TODAY PIC 9(6).
           01 WS-DS-FLAG PIC X(8).
           01 WS-DS-OPEN-COUNT PIC 9(6).
           01 WS-DS-BREACH-COUNT PIC 9(6).
           01 WS-DS-SOON-COUNT PIC 9(6).
      * Debit card maintenance variables; CARD-LIFE-YEARS in
      * BANK-PARAMETERS overrides the default card life, and the card
      * number is a sequence number plus a Luhn check digit
           01 WS-CARD-COMMAND PIC X(8).
           01 WS-CARD-NUMBER-IN PIC 9(16).
           01 WS-CARD-ACCOUNT-IN PIC 9(8).
           01 WS-CARD-PIN-IN PIC X(4).
           01 WS-CARD-NEW-STATUS PIC A(1).
           01 WS-CARD-OLD-STATUS PIC A(1).
           01 WS-CARD-FOUND PIC A(1).
           01 WS-CARD-EOF PIC A(1).
           01 WS-CARD-LIFE-YEARS PIC 9(2) VALUE 3.
           01 WS-CARD-NEW-NUMBER PIC 9(16).
           01 WS-CARD-BASE PIC 9(15).
           01 WS-CARD-BASE-X REDEFINES WS-CARD-BASE PIC X(15).
           01 WS-CARD-LUHN-SUM PIC 9(4).
           01 WS-CARD-LUHN-DIGIT PIC 9(2).
           01 WS-CARD-LUHN-IDX PIC 9(2).
           01 WS-CARD-LUHN-DOUBLE PIC A(1).
           01 WS-CARD-THIS-YYMM PIC 9(4).
           01 WS-CARD-NEXT-YYMM PIC 9(4).
           01 WS-CARD-YY PIC 9(2).
           01 WS-CARD-MM PIC 9(2).
           01 WS-CARD-EXPIRING-COUNT PIC 9(6).
           01 WS-CARD-EXPIRED-COUNT PIC 9(6).
      * Card authorization and settlement variables; CARD-AUTH-DAYS
      * in BANK-PARAMETERS is how many business days an authorization
      * may wait for its settlement before its hold lapses
           01 WS-CA-EOF PIC A(1).
           01 WS-CA-REG-EOF PIC A(1).
           01 WS-CA-OK PIC A(1).
           01 WS-CA-WINDOW PIC 9(3) VALUE 5.
           01 WS-CA-IDX PIC 9(3).
           01 WS-CA-TODAY PIC 9(6).
           01 WS-CA-HOLD-ID PIC 9(10).
           01 WS-CA-REASON PIC X(16).
           01 WS-CA-HELD-COUNT PIC 9(6).
           01 WS-CA-DECLINED-COUNT PIC 9(6).
           01 WS-CA-SETTLED-COUNT PIC 9(6).
           01 WS-CA-SETTLED-TOTAL PIC 9(12)V9(2).
           01 WS-CA-EXCEPTION-COUNT PIC 9(6).
           01 WS-CA-LAPSED-COUNT PIC 9(6).
      * Safe-deposit box variables; the annual rent per box size is
      * read from BANK-PARAMETERS (BOX-RENT-S, BOX-RENT-M, BOX-RENT-L)
           01 WS-SD-COMMAND PIC X(8).
           01 WS-SD-BOX-IN PIC 9(5).
           01 WS-SD-MEMBER-IN PIC 9(8).
           01 WS-SD-ACCOUNT-IN PIC 9(8).
           01 WS-SD-SIZE-IN PIC A(1).
           01 WS-SD-KEYS-IN PIC 9(1).
           01 WS-SD-OK PIC A(1).
           01 WS-SD-EOF PIC A(1).
           01 WS-SD-OLD-STATUS PIC A(1).
           01 WS-SD-TODAY PIC 9(6).
           01 WS-SD-RENT PIC 9(10)V9(2).
           01 WS-SD-RENT-S PIC 9(10)V9(2) VALUE 50.00.
           01 WS-SD-RENT-M PIC 9(10)V9(2) VALUE 75.00.
           01 WS-SD-RENT-L PIC 9(10)V9(2) VALUE 120.00.
      * Charged to the renter when a box comes back short of keys and
      * must be drilled and re-keyed; BOX-DRILL-FEE bank parameter
           01 WS-SD-DRILL-FEE PIC 9(10)V9(2) VALUE 150.00.
           01 WS-SD-FEE-ACCOUNT PIC 9(8).
           01 WS-SD-PAID-COUNT PIC 9(6).
           01 WS-SD-PAID-TOTAL PIC 9(12)V9(2).
           01 WS-SD-NSF-COUNT PIC 9(6).
           01 WS-SD-DELINQ-COUNT PIC 9(6).
           01 WS-SD-NOTICED-COUNT PIC 9(6).
           01 WS-SD-YYYYMMDD PIC 9(8).
           01 WS-SD-DAYS-UNPAID PIC 9(5).
      * Loan application variables
           01 WS-LAPP-COMMAND PIC X(8).
           01 WS-LAPP-ID-IN PIC 9(10).
           01 WS-LAPP-OK PIC A(1).
           01 WS-LAPP-EOF PIC A(1).
           01 WS-LAPP-SCAN-EOF PIC A(1).
           01 WS-LAPP-MEMBER PIC 9(8).
           01 WS-LAPP-ACCOUNT PIC 9(8).
           01 WS-LAPP-NEW-ID PIC 9(10).
           01 WS-LAPP-TODAY PIC 9(6).
           01 WS-LAPP-YYYYMMDD PIC 9(8).
           01 WS-LAPP-TODAY-INT PIC 9(7).
           01 WS-LAPP-FROM-INT PIC 9(7).
           01 WS-LAPP-FROM-DATE PIC 9(8).
           01 WS-LAPP-TO-DATE PIC 9(8).
           01 WS-LAPP-PAYROLL PIC 9(12)V9(2).
           01 WS-LAPP-AGE PIC 9(5).
           01 WS-LAPP-OLD-STATUS PIC A(1).
           01 WS-LAPP-STATUS-NAME PIC X(10).
      * Pipeline report counts, one slot per status in the order
      * R I A D B W, with open applications also split by age
           01 WS-LAPP-STATUS-CODES PIC X(6) VALUE "RIADBW".
           01 WS-LAPP-COUNTS.
               05 WS-LAPP-COUNT PIC 9(6) OCCURS 6 TIMES.
           01 WS-LAPP-IDX PIC 9(1).
           01 WS-LAPP-TOTAL PIC 9(6).
           01 WS-LAPP-AGE-0-7 PIC 9(6).
           01 WS-LAPP-AGE-8-30 PIC 9(6).
           01 WS-LAPP-AGE-OVER-30 PIC 9(6).
      * Variable-rate loan variables; RESET-NOTICE-DAYS in the
      * bank parameters sets how far ahead of a reset the borrower is
      * told the new rate and payment
           01 WS-VR-COMMAND PIC X(8).
           01 WS-VR-TYPE-IN PIC A(1).
           01 WS-VR-CODE-IN PIC X(6).
           01 WS-VR-RATE-IN PIC 9(3)V9(4).
           01 WS-VR-DATE-IN PIC 9(6).
           01 WS-VR-EOF PIC A(1).
           01 WS-VR-IX-EOF PIC A(1).
           01 WS-VR-INDEX-CODE PIC X(6).
           01 WS-VR-AS-OF PIC 9(6).
           01 WS-VR-INDEX-RATE PIC 9(3)V9(4).
           01 WS-VR-INDEX-FOUND PIC A(1).
           01 WS-VR-NEW-RATE PIC S9(3)V9(4).
           01 WS-VR-LOW PIC S9(3)V9(4).
           01 WS-VR-HIGH PIC S9(3)V9(4).
           01 WS-VR-NEW-PAYMENT PIC 9(10)V9(2).
           01 WS-VR-REMAIN PIC 9(10)V9(2).
           01 WS-VR-HAS-SCHEDULE PIC A(1).
           01 WS-VR-MONTH-IDX PIC 9(3).
           01 WS-VR-TODAY PIC 9(6).
           01 WS-VR-YYYYMMDD PIC 9(8).
           01 WS-VR-TODAY-INT PIC 9(7).
           01 WS-VR-HORIZON PIC 9(6).
           01 WS-VR-NOTICE-DAYS PIC 9(3) VALUE 30.
           01 WS-VR-WINDOW-DAYS PIC 9(3).
           01 WS-VR-NOTICED PIC 9(6).
           01 WS-VR-RESET PIC 9(6).
           01 WS-VR-LISTED PIC 9(6).
      * Loan escrow variables; ESCROW-LEAD-DAYS in the bank parameters
      * sets how far ahead of its due date a bill is queued, and
      * ESCROW-CUSHION-MOS the cushion (in months) the analysis
      * holds back
           01 WS-ESC-COMMAND PIC X(8).
           01 WS-ESC-EOF PIC A(1).
           01 WS-ESC-OK PIC A(1).
           01 WS-ESC-TODAY PIC 9(6).
           01 WS-ESC-YYYYMMDD PIC 9(8).
           01 WS-ESC-TODAY-INT PIC 9(7).
           01 WS-ESC-HORIZON PIC 9(6).
           01 WS-ESC-LEAD-DAYS PIC 9(3) VALUE 10.
           01 WS-ESC-CUSHION-MONTHS PIC 9(2) VALUE 2.
           01 WS-ESC-PORTION PIC 9(8)V9(2).
           01 WS-ESC-AMMOUNT-IN PIC 9(8)V9(2).
           01 WS-ESC-EVERY-IN PIC 9(2).
           01 WS-ESC-DUE-IN PIC 9(6).
           01 WS-ESC-TYPE-IN PIC X(3).
           01 WS-ESC-PAYEE-IN PIC X(10).
           01 WS-ESC-STATUS-IN PIC A(1).
           01 WS-ESC-QUEUED PIC A(1).
           01 WS-ESC-TRIES PIC 9(3).
           01 WS-ESC-QUEUED-COUNT PIC 9(6).
           01 WS-ESC-QUEUED-TOTAL PIC 9(12)V9(2).
           01 WS-ESC-SKIPPED-COUNT PIC 9(6).
           01 WS-ESC-ANALYSED PIC 9(6).
           01 WS-ESC-ROLL.
               05 WS-ESC-ROLL-YY PIC 9(2).
               05 WS-ESC-ROLL-MM PIC 9(2).
               05 WS-ESC-ROLL-DD PIC 9(2).
           01 WS-ESC-ROLL-MONTHS PIC 9(2).
           01 WS-ESC-ANNUAL PIC 9(10)V9(2).
           01 WS-ESC-BASE PIC 9(8)V9(2).
           01 WS-ESC-CUSHION PIC 9(10)V9(2).
           01 WS-ESC-RUNNING PIC S9(10)V9(2).
           01 WS-ESC-LOW-POINT PIC S9(10)V9(2).
           01 WS-ESC-SHORTAGE PIC 9(10)V9(2).
           01 WS-ESC-SURPLUS PIC 9(10)V9(2).
           01 WS-ESC-NEW-PAYMENT PIC S9(8)V9(2).
           01 WS-ESC-OLD-PAYMENT PIC 9(8)V9(2).
           01 WS-ESC-START-MONTH PIC 9(4).
           01 WS-ESC-MONTH PIC 9(4).
           01 WS-ESC-MONTH-IDX PIC 9(2).
           01 WS-ESC-ITEM-COUNT PIC 9(2).
           01 WS-ESC-ITEM-TABLE.
               05 WS-ESC-ITEM-ENTRY OCCURS 20 TIMES.
                   10 ESC-ITEM-AMMOUNT PIC 9(8)V9(2).
                   10 ESC-ITEM-EVERY PIC 9(2).
                   10 ESC-ITEM-FIRST-MONTH PIC 9(4).
           01 WS-ESC-ITEM-IDX PIC 9(2).
      * Charge-off and recovery variables. CHARGEOFF-LOAN-DAYS and
      * CHARGEOFF-OD-DAYS in the bank parameters set how long a loan
      * may stay delinquent, or a deposit account overdrawn, before
      * it is written off; the GL accounts the write-offs and
      * recoveries book to are parameters too
           01 WS-CO-LOAN-DAYS PIC 9(4) VALUE 120.
           01 WS-CO-OD-DAYS PIC 9(4) VALUE 60.
           01 WS-CO-LOSS-GL PIC 9(6) VALUE 560001.
           01 WS-CO-RECOVERY-GL PIC 9(6) VALUE 470001.
           01 WS-CO-LOAN-GL PIC 9(6) VALUE 130001.
           01 WS-CO-EOF PIC A(1).
           01 WS-CO-LEDGER-EOF PIC A(1).
           01 WS-CO-OK PIC A(1).
           01 WS-CO-TODAY PIC 9(6).
           01 WS-CO-YYYYMMDD PIC 9(8).
           01 WS-CO-TODAY-INT PIC 9(7).
           01 WS-CO-SINCE-INT PIC 9(7).
           01 WS-CO-DAYS PIC 9(5).
           01 WS-CO-ACCOUNT PIC 9(8).
           01 WS-CO-TYPE PIC A(1).
           01 WS-CO-EVENT PIC A(1).
           01 WS-CO-AMMOUNT PIC 9(10)V9(2).
           01 WS-CO-NEW-ID PIC 9(10).
           01 WS-CO-WRITTEN PIC 9(12)V9(2).
           01 WS-CO-RECOVERED PIC 9(12)V9(2).
           01 WS-CO-OUTSTANDING PIC S9(12)V9(2).
           01 WS-CO-PAID PIC 9(10)V9(2).
           01 WS-CO-RECOVERY PIC 9(10)V9(2).
           01 WS-CO-EXCESS PIC 9(10)V9(2).
           01 WS-CO-MEMO PIC X(20).
           01 WS-CO-LOAN-COUNT PIC 9(6).
           01 WS-CO-LOAN-TOTAL PIC 9(12)V9(2).
           01 WS-CO-DEP-COUNT PIC 9(6).
           01 WS-CO-DEP-TOTAL PIC 9(12)V9(2).
           01 WS-CO-UNAGED-COUNT PIC 9(6).
           01 WS-CO-MONTH PIC 9(6).
           01 WS-CO-REPORT-YYMM PIC 9(4).
           01 WS-CO-EVENT-YYMM PIC 9(4).
           01 WS-CO-EVENT-DATE PIC 9(8).
           01 WS-CO-REC-COUNT PIC 9(6).
           01 WS-CO-REC-TOTAL PIC 9(12)V9(2).
           01 WS-CO-LTD-WRITTEN PIC 9(12)V9(2).
           01 WS-CO-LTD-RECOVERED PIC 9(12)V9(2).
           01 WS-CO-NET-LOSS PIC S9(12)V9(2).
      * Loan loss reserve variables. RESERVE-PCT-CURRENT through
      * RESERVE-PCT-OVER-90 in the bank parameters set each bucket's
      * reserve percentage; RESERVE-GL is the allowance account and
      * PROVISION-GL the expense account the true-up books between.
      * RESERVE-OPENING-BAL is what the GL carried before the first
      * run on file
           01 WS-LR-EOF PIC A(1).
           01 WS-LR-FOUND PIC A(1).
           01 WS-LR-MONTH PIC 9(6).
           01 WS-LR-TODAY PIC 9(6).
           01 WS-LR-YYYYMMDD PIC 9(8).
           01 WS-LR-TODAY-INT PIC 9(7).
           01 WS-LR-SINCE-INT PIC 9(7).
           01 WS-LR-DAYS PIC 9(5).
           01 WS-LR-IDX PIC 9(1).
           01 WS-LR-RESERVE-GL PIC 9(6) VALUE 139001.
           01 WS-LR-PROVISION-GL PIC 9(6) VALUE 570001.
           01 WS-LR-OPENING PIC 9(12)V9(2).
           01 WS-LR-DEFAULT-RATES.
               05 FILLER PIC 9(3)V9(2) VALUE 1.
               05 FILLER PIC 9(3)V9(2) VALUE 5.
               05 FILLER PIC 9(3)V9(2) VALUE 15.
               05 FILLER PIC 9(3)V9(2) VALUE 40.
               05 FILLER PIC 9(3)V9(2) VALUE 75.
           01 WS-LR-DEFAULT-RATE-TABLE REDEFINES WS-LR-DEFAULT-RATES.
               05 WS-LR-DEFAULT-RATE PIC 9(3)V9(2) OCCURS 5 TIMES.
           01 WS-LR-PARAM-NAMES.
               05 FILLER PIC X(20) VALUE "RESERVE-PCT-CURRENT ".
               05 FILLER PIC X(20) VALUE "RESERVE-PCT-1-30    ".
               05 FILLER PIC X(20) VALUE "RESERVE-PCT-31-60   ".
               05 FILLER PIC X(20) VALUE "RESERVE-PCT-61-90   ".
               05 FILLER PIC X(20) VALUE "RESERVE-PCT-OVER-90 ".
           01 WS-LR-PARAM-NAME-TABLE REDEFINES WS-LR-PARAM-NAMES.
               05 WS-LR-PARAM-NAME PIC X(20) OCCURS 5 TIMES.
           01 WS-LR-BUCKET-NAMES.
               05 FILLER PIC X(7) VALUE "CURRENT".
               05 FILLER PIC X(7) VALUE "1-30   ".
               05 FILLER PIC X(7) VALUE "31-60  ".
               05 FILLER PIC X(7) VALUE "61-90  ".
               05 FILLER PIC X(7) VALUE "91+    ".
           01 WS-LR-BUCKET-NAME-TABLE REDEFINES WS-LR-BUCKET-NAMES.
               05 WS-LR-BUCKET-NAME PIC X(7) OCCURS 5 TIMES.
           01 WS-LR-TABLE.
               05 WS-LR-ENTRY OCCURS 5 TIMES.
                   10 WS-LR-COUNT PIC 9(6).
                   10 WS-LR-BALANCE PIC 9(12)V9(2).
                   10 WS-LR-RATE PIC 9(3)V9(2).
                   10 WS-LR-RESERVE PIC 9(12)V9(2).
                   10 WS-LR-PRIOR-RESERVE PIC 9(12)V9(2).
           01 WS-LR-TOTAL-COUNT PIC 9(6).
           01 WS-LR-TOTAL-BALANCE PIC 9(12)V9(2).
           01 WS-LR-REQUIRED PIC 9(12)V9(2).
           01 WS-LR-CARRIED PIC 9(12)V9(2).
           01 WS-LR-PRIOR-MONTH PIC 9(6).
           01 WS-LR-CHANGE PIC S9(12)V9(2).
           01 WS-LR-CHANGE-DISP PIC +9(12).9(2).
           01 WS-LR-TRUE-UP PIC 9(12)V9(2).
           01 WS-LR-TRUE-UP-SIGN PIC X(1).
      * Credit bureau extract variables
           01 WS-CB-EOF PIC A(1).
           01 WS-CB-MONTH PIC 9(6).
           01 WS-CB-SKIP PIC A(1).
           01 WS-CB-FINAL PIC A(1).
           01 WS-CB-ORIGINAL PIC 9(10)V9(2).
           01 WS-CB-CURRENT PIC 9(10)V9(2).
           01 WS-CB-STATUS PIC X(2).
           01 WS-CB-COUNT PIC 9(6).
           01 WS-CB-CURRENT-COUNT PIC 9(6).
           01 WS-CB-PAST-DUE-COUNT PIC 9(6).
           01 WS-CB-CLOSED-COUNT PIC 9(6).
           01 WS-CB-CHARGED-OFF-COUNT PIC 9(6).
           01 WS-CB-DROPPED-COUNT PIC 9(6).
           01 WS-CB-BALANCE-TOTAL PIC 9(12)V9(2).
      * Loan billing notice variables; BILLING-LEAD-DAYS in the bank
      * parameters sets how many business days ahead borrowers are
      * billed
           01 WS-BN-LEAD-DAYS PIC 9(2) VALUE 5.
           01 WS-BN-EOF PIC A(1).
           01 WS-BN-TODAY PIC 9(6).
           01 WS-BN-HORIZON PIC 9(6).
           01 WS-BN-INTEREST PIC 9(10)V9(2).
           01 WS-BN-PRINCIPAL PIC 9(10)V9(2).
           01 WS-BN-DUE PIC 9(10)V9(2).
           01 WS-BN-LATE-FEES PIC 9(10)V9(2).
           01 WS-BN-BILLED-COUNT PIC 9(6).
           01 WS-BN-BILLED-TOTAL PIC 9(12)V9(2).
           01 WS-BN-ALREADY-COUNT PIC 9(6).
      * Loan delinquency snapshot, roll-rate and vintage variables.
      * A loan counts as delinquent for the vintage view once it is
      * 31+ days past due or charged off; the vintage table keeps
      * loans booked in the 60 months up to the report month and
      * months on book 0 to 36, the last gathering everything later
           01 WS-DQ-EOF PIC A(1).
           01 WS-DQ-FOUND PIC A(1).
           01 WS-DQ-MONTH PIC 9(6).
           01 WS-DQ-PRIOR-MONTH PIC 9(6).
           01 WS-DQ-TODAY PIC 9(6).
           01 WS-DQ-YYYYMMDD PIC 9(8).
           01 WS-DQ-TODAY-INT PIC 9(7).
           01 WS-DQ-SINCE-INT PIC 9(7).
           01 WS-DQ-DAYS PIC 9(5).
           01 WS-DQ-BUCKET PIC 9(1).
           01 WS-DQ-BALANCE PIC 9(12)V9(2).
           01 WS-DQ-BOOKED PIC 9(6).
           01 WS-DQ-ORIGINAL PIC 9(10)V9(2).
           01 WS-DQ-PRIOR-BOOKED PIC 9(6).
           01 WS-DQ-EVER PIC A(1).
           01 WS-DQ-FIRST-MOB PIC 9(3).
           01 WS-DQ-MOB PIC 9(3).
           01 WS-DQ-YEAR PIC 9(4).
           01 WS-DQ-MM PIC 9(2).
           01 WS-DQ-MONTH-INT PIC 9(6).
           01 WS-DQ-BOOKED-INT PIC 9(6).
           01 WS-DQ-COUNT PIC 9(6).
           01 WS-DQ-NEW-COUNT PIC 9(6).
           01 WS-DQ-LAPP-EOF PIC A(1).
           01 WS-DQ-LAPP-DATE PIC 9(6).
           01 WS-DQ-LAPP-AMMOUNT PIC 9(10)V9(2).
           01 WS-DQ-SAVE-KEY PIC X(14).
           01 WS-DQ-PCT PIC 9(3)V9(1).
           01 WS-DQ-PCT-DISP PIC 9(3).9(1).
           01 WS-DQ-BUCKET-NAMES.
               05 FILLER PIC X(8) VALUE "CURRENT ".
               05 FILLER PIC X(8) VALUE "1-30    ".
               05 FILLER PIC X(8) VALUE "31-60   ".
               05 FILLER PIC X(8) VALUE "61-90   ".
               05 FILLER PIC X(8) VALUE "91+     ".
               05 FILLER PIC X(8) VALUE "CHRG-OFF".
               05 FILLER PIC X(8) VALUE "PAID-OFF".
           01 WS-DQ-BUCKET-NAME-TABLE REDEFINES WS-DQ-BUCKET-NAMES.
               05 WS-DQ-BUCKET-NAME PIC X(8) OCCURS 7 TIMES.
           01 WS-RR-FROM PIC 9(1).
           01 WS-RR-TO PIC 9(1).
           01 WS-RR-FROM-BALANCE PIC 9(12)V9(2).
           01 WS-RR-GONE PIC 9(6).
           01 WS-RR-TABLE.
               05 WS-RR-ROW OCCURS 7 TIMES.
                   10 WS-RR-ROW-COUNT PIC 9(6).
                   10 WS-RR-ROW-BALANCE PIC 9(12)V9(2).
                   10 WS-RR-CELL OCCURS 7 TIMES.
                       15 WS-RR-CELL-COUNT PIC 9(6).
                       15 WS-RR-CELL-DOLLARS PIC 9(12)V9(2).
           01 WS-VG-IDX PIC 9(2).
           01 WS-VG-MOB-IDX PIC 9(2).
           01 WS-VG-USED PIC 9(2).
           01 WS-VG-PICK PIC 9(2).
           01 WS-VG-PRINTED PIC 9(2).
           01 WS-VG-SKIPPED PIC 9(6).
           01 WS-VG-LAST-MOB PIC 9(3).
           01 WS-VG-RUN-COUNT PIC 9(6).
           01 WS-VG-RUN-DOLLARS PIC 9(12)V9(2).
           01 WS-VG-TABLE.
               05 WS-VG-ENTRY OCCURS 60 TIMES.
                   10 WS-VG-MONTH PIC 9(6).
                   10 WS-VG-DONE PIC A(1).
                   10 WS-VG-LOANS PIC 9(6).
                   10 WS-VG-ORIGINAL PIC 9(12)V9(2).
                   10 WS-VG-MOB OCCURS 37 TIMES.
                       15 WS-VG-NEW-COUNT PIC 9(6).
                       15 WS-VG-NEW-DOLLARS PIC 9(12)V9(2).
      * Deceased-member and estate maintenance
           01 WS-DM-COMMAND PIC X(8).
           01 WS-DM-MEMBER-IN PIC 9(8).
           01 WS-DM-ACCOUNT-IN PIC 9(8).
           01 WS-DM-DATE-IN PIC 9(8).
           01 WS-DM-TODAY PIC 9(8).
           01 WS-DM-NAME PIC A(30).
           01 WS-DM-OK PIC A(1).
           01 WS-DM-EOF PIC A(1).
           01 WS-DM-SURVIVOR PIC 9(8).
           01 WS-DM-PRIOR-STATUS PIC A(1).
           01 WS-DM-BALANCE PIC S9(10)V9(2).
           01 WS-DM-BAL-DISP PIC -9(10).9(2).
           01 WS-DM-SI-COUNT PIC 9(4).
           01 WS-DM-SWEEP-COUNT PIC 9(4).
           01 WS-DM-HELD-COUNT PIC 9(4).
           01 WS-DM-FROZEN-COUNT PIC 9(4).
           01 WS-DM-PASSED-COUNT PIC 9(4).
           01 WS-DM-SETTLED-COUNT PIC 9(4).
           01 WS-DM-REPORT-COUNT PIC 9(6).
           01 WS-DM-TOTAL-BAL PIC S9(12)V9(2).
           01 WS-DM-TOTAL-DISP PIC -9(12).9(2).
           01 WS-DM-TOTAL-DISB PIC 9(12)V9(2).
      * Accounts tied to the member, gathered before any is changed
           01 WS-DM-ACCT-COUNT PIC 9(3).
           01 WS-DM-IDX PIC 9(3).
           01 WS-DM-ACCT-TABLE.
               05 WS-DM-ACCT PIC 9(8) OCCURS 100 TIMES.
      * Garnishment and tax levy processing
           01 WS-LG-COMMAND PIC X(8).
           01 WS-LG-ORDER-IN PIC 9(10).
           01 WS-LG-OK PIC A(1).
           01 WS-LG-EOF PIC A(1).
           01 WS-LG-TX-EOF PIC A(1).
           01 WS-LG-TODAY PIC 9(6).
           01 WS-LG-TODAY-INT PIC 9(8).
           01 WS-LG-DATE-INT PIC 9(8).
           01 WS-LG-YYYYMMDD PIC 9(8).
           01 WS-LG-CUT-MONTH PIC 9(6).
           01 WS-LG-CUT-DATE PIC 9(8).
           01 WS-LG-FEE PIC 9(10)V9(2) VALUE 100.00.
           01 WS-LG-REMIT-DAYS PIC 9(3) VALUE 21.
           01 WS-LG-REMAINING PIC 9(10)V9(2).
           01 WS-LG-AMMOUNT PIC 9(10)V9(2).
           01 WS-LG-FEE-DONE PIC A(1).
           01 WS-LG-IDX PIC 9(2).
           01 WS-LG-MEMO-IDX PIC 9(2).
           01 WS-LG-RECEIVED-COUNT PIC 9(6).
           01 WS-LG-REMIT-COUNT PIC 9(6).
           01 WS-LG-EXPIRED-COUNT PIC 9(6).
           01 WS-LG-OPEN-COUNT PIC 9(6).
           01 WS-LG-HELD-TOTAL PIC 9(12)V9(2).
           01 WS-LG-REMIT-TOTAL PIC 9(12)V9(2).
      * The member's accounts the order can reach, with what each
      * holds free of existing holds and protected benefit deposits
           01 WS-LG-ACCT-COUNT PIC 9(2).
           01 WS-LG-ACCT-TABLE.
               05 WS-LG-ACCT OCCURS 10 TIMES.
                   10 WS-LG-ACCT-ID PIC 9(8).
                   10 WS-LG-ACCT-CCY PIC X(3).
                   10 WS-LG-ACCT-EXEMPT PIC 9(10)V9(2).
                   10 WS-LG-ACCT-FREE PIC S9(10)V9(2).
      * Deposit memo codes of federal benefit payments; deposits under
      * these codes in the lookback months are protected from a hold
           01 WS-LG-BENEFIT-MEMOS.
               05 FILLER PIC X(20) VALUE "SOC SEC BENEFIT     ".
               05 FILLER PIC X(20) VALUE "SSA TREAS 310       ".
               05 FILLER PIC X(20) VALUE "SSI BENEFIT         ".
               05 FILLER PIC X(20) VALUE "VA BENEFIT          ".
               05 FILLER PIC X(20) VALUE "RAILROAD RETIREMENT ".
               05 FILLER PIC X(20) VALUE "OPM RETIREMENT      ".
           01 WS-LG-BENEFIT-MEMO-TABLE REDEFINES WS-LG-BENEFIT-MEMOS.
               05 WS-LG-BENEFIT-MEMO PIC X(20) OCCURS 6 TIMES.
      * Business signers: set when the sign-in was made by a listed
      * signer of the business rather than by the account holder,
      * with the signer's limit for the session, plus the staff
      * maintenance and watch-list screening fields
           01 WS-SG-SIGNED-IN PIC A(1) VALUE "n".
           01 WS-SG-SESSION-MEMBER PIC 9(8).
           01 WS-SG-SESSION-LIMIT PIC 9(10)V9(2).
           01 WS-SG-EOF PIC A(1).
           01 WS-SG-COMMAND PIC X(8).
           01 WS-SG-BUSINESS-IN PIC 9(8).
           01 WS-SG-MEMBER-IN PIC 9(8).
           01 WS-SG-OK PIC A(1).
           01 WS-SG-PASS-IN PIC X(100).
           01 WS-SG-COUNT PIC 9(4).
           01 WS-SG-HELD-COUNT PIC 9(4).
           01 WS-SG-TODAY PIC 9(8).
           01 WS-SG-SCREEN-NAME PIC X(30).
           01 WS-SG-SCREEN-DOB PIC 9(8).
           01 WS-SG-SCREEN-GOVT-ID PIC X(12).
           01 WS-SG-ON-WATCH-LIST PIC A(1).
           01 WS-SG-WATCH-EOF PIC A(1).
           01 WS-WATCH-LIST-STATUS PIC X(2).
      * Returned mail: the account and item keyed at intake, the
      * member the account's mail goes to and whether that address is
      * known bad, and the held-mail run's counts
           01 WS-RM-ACCOUNT-IN PIC 9(8).
           01 WS-RM-EVENT-IN PIC X(12).
           01 WS-RM-PERIOD-IN PIC 9(4).
           01 WS-RM-MEMBER PIC 9(8).
           01 WS-RM-BAD PIC A(1).
           01 WS-RM-OK PIC A(1).
           01 WS-RM-EOF PIC A(1).
           01 WS-RM-HELD-COUNT PIC 9(6).
           01 WS-RM-REPRINT-COUNT PIC 9(6).
           01 WS-RM-LINE-COUNT PIC 9(4).
      * Customer complaints: the staff command's fields, the response
      * window in business days for each category (overridable by a
      * COMPLAINT-DAYS-xx bank parameter), the root-cause codes a
      * complaint can be closed under, and the weekly report's tallies
           01 WS-CQ-COMMAND PIC X(8).
           01 WS-CQ-ID-IN PIC 9(10).
           01 WS-CQ-STAFF-IN PIC X(8).
           01 WS-CQ-CAUSE-IN PIC X(4).
           01 WS-CQ-NOTE PIC X(100).
           01 WS-CQ-ACTION PIC X(8).
           01 WS-CQ-OK PIC A(1).
           01 WS-CQ-FOUND PIC A(1).
           01 WS-CQ-EOF PIC A(1).
           01 WS-CQ-TODAY PIC 9(6).
           01 WS-CQ-YYYYMMDD PIC 9(8).
           01 WS-CQ-TODAY-INT PIC 9(8).
           01 WS-CQ-DATE-INT PIC 9(8).
           01 WS-CQ-DAYS PIC 9(3).
           01 WS-CQ-IDX PIC 9(3).
           01 WS-CQ-CAT-IDX PIC 9(2).
           01 WS-CQ-STAFF-IDX PIC 9(2).
           01 WS-CQ-CLOSE-DAYS PIC 9(5).
           01 WS-CQ-AVG-DISP PIC ZZZ9.9.
           01 WS-CQ-OPEN-COUNT PIC 9(6).
           01 WS-CQ-OVERDUE-COUNT PIC 9(6).
           01 WS-CQ-CLOSED-COUNT PIC 9(6).
           01 WS-CQ-CLOSE-DAYS-TOTAL PIC 9(8).
           01 WS-CQ-CATEGORIES.
               05 FILLER PIC X(25) VALUE "FEFEES AND CHARGES    015".
               05 FILLER PIC X(25) VALUE "SVSERVICE QUALITY     015".
               05 FILLER PIC X(25) VALUE "ACACCOUNT HANDLING    010".
               05 FILLER PIC X(25) VALUE "LNLENDING/COLLECTIONS 015".
               05 FILLER PIC X(25) VALUE "FRFRAUD/SECURITY      005".
               05 FILLER PIC X(25) VALUE "PRPRIVACY             005".
               05 FILLER PIC X(25) VALUE "DRFAIR TREATMENT      005".
               05 FILLER PIC X(25) VALUE "OTOTHER               015".
           01 WS-CQ-CATEGORY-TABLE REDEFINES WS-CQ-CATEGORIES.
               05 WS-CQ-CAT OCCURS 8 TIMES.
                   10 WS-CQ-CAT-CODE PIC X(2).
                   10 WS-CQ-CAT-NAME PIC X(20).
                   10 WS-CQ-CAT-DAYS PIC 9(3).
           01 WS-CQ-CAUSES.
               05 FILLER PIC X(4) VALUE "STAF".
               05 FILLER PIC X(4) VALUE "PROC".
               05 FILLER PIC X(4) VALUE "SYST".
               05 FILLER PIC X(4) VALUE "POLC".
               05 FILLER PIC X(4) VALUE "THRD".
               05 FILLER PIC X(4) VALUE "CUST".
               05 FILLER PIC X(4) VALUE "NONE".
           01 WS-CQ-CAUSE-TABLE REDEFINES WS-CQ-CAUSES.
               05 WS-CQ-CAUSE PIC X(4) OCCURS 7 TIMES.
      * Weekly tallies by category (in category-table order) and by
      * the staff member a complaint is assigned to, or who logged it
      * while it is unassigned
           01 WS-CQ-CAT-TALLY-TABLE.
               05 WS-CQ-CAT-TALLY OCCURS 8 TIMES.
                   10 WS-CQ-CAT-OPEN PIC 9(6).
                   10 WS-CQ-CAT-OVERDUE PIC 9(6).
                   10 WS-CQ-CAT-CLOSED PIC 9(6).
                   10 WS-CQ-CAT-DAYS-TOTAL PIC 9(8).
           01 WS-CQ-STAFF-COUNT PIC 9(2).
           01 WS-CQ-STAFF-TALLY-TABLE.
               05 WS-CQ-STAFF-TALLY OCCURS 50 TIMES.
                   10 WS-CQ-STAFF-ID PIC X(8).
                   10 WS-CQ-STAFF-OPEN PIC 9(6).
                   10 WS-CQ-STAFF-OVERDUE PIC 9(6).
                   10 WS-CQ-STAFF-CLOSED PIC 9(6).
                   10 WS-CQ-STAFF-DAYS-TOTAL PIC 9(8).
      * Watch-list re-screening: the current list with each entry's
      * normalized name and whether it is new since the last run, the
      * normalized names that run screened, the name being normalized
      * and its words, and the run's counts
           01 WS-WL-EOF PIC A(1).
           01 WS-WL-ON-FILE PIC A(1).
           01 WS-WL-TODAY PIC 9(6).
           01 WS-WL-VERSION PIC X(30).
           01 WS-WL-PRIOR-VERSION PIC X(30).
           01 WS-WL-PRIOR-DATE PIC 9(6).
           01 WS-WL-UNCHANGED PIC A(1).
           01 WS-WL-FULL PIC A(1).
           01 WS-WL-HIT PIC A(1).
           01 WS-WL-MATCHED PIC X(30).
           01 WS-WL-IDX PIC 9(4).
           01 WS-WL-JDX PIC 9(4).
           01 WS-WL-COUNT PIC 9(4).
           01 WS-WL-PRIOR-COUNT PIC 9(4).
           01 WS-WL-CHANGED-COUNT PIC 9(4).
           01 WS-WL-MEMBER-COUNT PIC 9(6).
           01 WS-WL-PAYEE-COUNT PIC 9(6).
           01 WS-WL-MEMBER-HITS PIC 9(6).
           01 WS-WL-PAYEE-HITS PIC 9(6).
           01 WS-WL-FROZEN-COUNT PIC 9(6).
           01 WS-WL-HELD-COUNT PIC 9(6).
           01 WS-WL-LIST-TABLE.
               05 WS-WL-LIST OCCURS 2000 TIMES.
                   10 WS-WL-ENTRY PIC X(30).
                   10 WS-WL-KEY PIC X(60).
                   10 WS-WL-CHANGED PIC A(1).
           01 WS-WL-PRIOR-TABLE.
               05 WS-WL-PRIOR-KEY PIC X(60) OCCURS 2000 TIMES.
           01 WS-WL-NAME-IN PIC X(60).
           01 WS-WL-NAME-KEY PIC X(60).
           01 WS-WL-SWAP PIC X(30).
           01 WS-WL-POINTER PIC 9(3).
           01 WS-WL-W PIC 9(2).
           01 WS-WL-V PIC 9(2).
           01 WS-WL-WORD-TABLE.
               05 WS-WL-WORD PIC X(30) OCCURS 8 TIMES.
           01 WS-WL-ACCT-COUNT PIC 9(3).
           01 WS-WL-ACCT-TABLE.
               05 WS-WL-ACCT PIC 9(8) OCCURS 100 TIMES.
           01 WS-WL-ACCT-EOF PIC A(1).
           01 WS-WL-OUTQ-EOF PIC A(1).
           01 WS-WL-HOLD-ACCOUNT PIC 9(8).
           01 WS-WL-HOLD-PAYEE PIC X(10).
      * Structuring detection: the reporting threshold and the band
      * below it, the look-back window in days and how many band or
      * split days within it raise an exception (all overridable from
      * the bank parameters), the teller cash in the window with the
      * day of the window it fell on, the accounts holding it linked
      * into groups by member and joint holder, and one group's days
           01 WS-ST-THRESHOLD PIC 9(10)V9(2) VALUE 10000.00.
           01 WS-ST-BAND-PCT PIC 9(3)V9(2) VALUE 10.
           01 WS-ST-BAND-DAYS PIC 9(2) VALUE 3.
           01 WS-ST-SPLIT-DAYS PIC 9(2) VALUE 2.
           01 WS-ST-WINDOW PIC 9(2) VALUE 10.
           01 WS-ST-FLOOR PIC 9(10)V9(2).
           01 WS-ST-TODAY PIC 9(6).
           01 WS-ST-MONTH PIC 9(6).
           01 WS-ST-MTD-COUNT PIC 9(6).
           01 WS-ST-MTD-TOTAL PIC 9(12)V9(2).
           01 WS-ST-MTD-FOUND PIC A(1).
           01 WS-ST-MTD-EOF PIC A(1).
           01 WS-ST-TODAY-INT PIC 9(8).
           01 WS-ST-START-INT PIC 9(8).
           01 WS-ST-DATE-INT PIC 9(8).
           01 WS-ST-YYYYMMDD PIC 9(8).
           01 WS-ST-MARK PIC 9(10).
           01 WS-ST-NEXT-MARK PIC 9(10).
           01 WS-ST-EOF PIC A(1).
           01 WS-ST-FOUND PIC A(1).
           01 WS-ST-FIRST PIC A(1).
           01 WS-ST-TAKEN PIC 9(6).
           01 WS-ST-PURGED PIC 9(6).
           01 WS-ST-FLAGGED PIC 9(4).
           01 WS-ST-CASH-COUNT PIC 9(4).
           01 WS-ST-CASH-TABLE.
               05 WS-ST-CASH OCCURS 3000 TIMES.
                   10 WS-ST-CASH-ACCOUNT PIC 9(8).
                   10 WS-ST-CASH-DATE PIC 9(6).
                   10 WS-ST-CASH-DAY PIC 9(2).
                   10 WS-ST-CASH-TX PIC 9(10).
                   10 WS-ST-CASH-AMMOUNT PIC 9(10)V9(2).
                   10 WS-ST-CASH-ACCT PIC 9(3).
           01 WS-ST-ACCT-COUNT PIC 9(3).
           01 WS-ST-ACCT-TABLE.
               05 WS-ST-ACCT OCCURS 500 TIMES.
                   10 WS-ST-ACCT-ID PIC 9(8).
                   10 WS-ST-ACCT-MEMBER PIC 9(8).
                   10 WS-ST-ACCT-GROUP PIC 9(3).
                   10 WS-ST-ACCT-JOINT PIC X(100).
           01 WS-ST-DAY-TABLE.
               05 WS-ST-DAY OCCURS 31 TIMES.
                   10 WS-ST-DAY-TOTAL PIC 9(12)V9(2).
                   10 WS-ST-DAY-MAX PIC 9(12)V9(2).
                   10 WS-ST-DAY-ACCTS PIC 9(3).
                   10 WS-ST-DAY-HIT PIC A(1).
           01 WS-ST-ONE-TOTAL PIC 9(12)V9(2).
           01 WS-ST-IDX PIC 9(4).
           01 WS-ST-JDX PIC 9(4).
           01 WS-ST-D PIC 9(2).
           01 WS-ST-G PIC 9(3).
           01 WS-ST-A PIC 9(3).
           01 WS-ST-B PIC 9(3).
           01 WS-ST-OLD-GROUP PIC 9(3).
           01 WS-ST-JOINT-COUNT PIC 9(3).
           01 WS-ST-BAND-COUNT PIC 9(2).
           01 WS-ST-SPLIT-COUNT PIC 9(2).
           01 WS-ST-FLAG-ACCOUNT PIC 9(8).
           01 WS-ST-FLAG-TX PIC 9(10).
           01 WS-ST-FLAG-TOTAL PIC 9(10)V9(2).
           01 WS-ST-FLAG-MEMBER PIC 9(8).
      * Risk scoring: the factor table (from the factor file, or the
      * compiled defaults below while the file is empty), the
      * look-back for cash and outbound payments and for open anomaly
      * exceptions, the score at which a member rates medium or high
      * and the KYC review cycle in days for each rating (all
      * overridable from the bank parameters), each account's
      * measures, and the member being scored
           01 WS-RK-DEFAULT-FACTORS.
               05 FILLER PIC X(21) VALUE "TYPE01000000000000000".
               05 FILLER PIC X(21) VALUE "TYPE02000000000100020".
               05 FILLER PIC X(21) VALUE "AGE 01000000000000010".
               05 FILLER PIC X(21) VALUE "AGE 02000000001800000".
               05 FILLER PIC X(21) VALUE "AGE 03000000008000005".
               05 FILLER PIC X(21) VALUE "PROD01000000000000000".
               05 FILLER PIC X(21) VALUE "PROD02000000000400005".
               05 FILLER PIC X(21) VALUE "PROD03000000000800010".
               05 FILLER PIC X(21) VALUE "CASH01000000000000000".
               05 FILLER PIC X(21) VALUE "CASH02000000500000010".
               05 FILLER PIC X(21) VALUE "CASH03000002000000020".
               05 FILLER PIC X(21) VALUE "CASH04000005000000030".
               05 FILLER PIC X(21) VALUE "OUTP01000000000000000".
               05 FILLER PIC X(21) VALUE "OUTP02000001000000010".
               05 FILLER PIC X(21) VALUE "OUTP03000005000000020".
               05 FILLER PIC X(21) VALUE "DEST01000000000000000".
               05 FILLER PIC X(21) VALUE "DEST02000000000100010".
               05 FILLER PIC X(21) VALUE "DEST03000000000500020".
               05 FILLER PIC X(21) VALUE "ANOM01000000000000000".
               05 FILLER PIC X(21) VALUE "ANOM02000000000100015".
               05 FILLER PIC X(21) VALUE "ANOM03000000000300030".
               05 FILLER PIC X(21) VALUE "NEAR01000000000000000".
               05 FILLER PIC X(21) VALUE "NEAR02000000000100020".
           01 WS-RK-DEFAULT-TABLE REDEFINES WS-RK-DEFAULT-FACTORS.
               05 WS-RK-DEFAULT OCCURS 23 TIMES.
                   10 WS-RK-DEF-FACTOR PIC X(4).
                   10 WS-RK-DEF-BAND PIC 9(2).
                   10 WS-RK-DEF-FLOOR PIC 9(10)V9(2).
                   10 WS-RK-DEF-POINTS PIC 9(3).
           01 WS-RK-CODE-LIST PIC X(32)
               VALUE "TYPEAGE PRODCASHOUTPDESTANOMNEAR".
           01 WS-RK-CODES REDEFINES WS-RK-CODE-LIST.
               05 WS-RK-CODE PIC X(4) OCCURS 8 TIMES.
           01 WS-RK-FACTOR-COUNT PIC 9(3).
           01 WS-RK-FACTOR-TABLE.
               05 WS-RK-FACTOR OCCURS 100 TIMES.
                   10 WS-RK-F-CODE PIC X(4).
                   10 WS-RK-F-FLOOR PIC 9(10)V9(2).
                   10 WS-RK-F-POINTS PIC 9(3).
           01 WS-RK-LOOKBACK-DAYS PIC 9(3) VALUE 90.
           01 WS-RK-EXC-DAYS PIC 9(3) VALUE 30.
           01 WS-RK-MEDIUM-SCORE PIC 9(3) VALUE 25.
           01 WS-RK-HIGH-SCORE PIC 9(3) VALUE 50.
           01 WS-RK-LOW-DAYS PIC 9(5) VALUE 1095.
           01 WS-RK-MEDIUM-DAYS PIC 9(5) VALUE 730.
           01 WS-RK-HIGH-DAYS PIC 9(5) VALUE 365.
           01 WS-RK-CYCLE-DAYS PIC 9(5).
           01 WS-RK-TODAY PIC 9(6).
           01 WS-RK-TODAY-YMD PIC 9(8).
           01 WS-RK-TODAY-INT PIC 9(8).
           01 WS-RK-FROM-DATE PIC 9(8).
           01 WS-RK-FROM-YMD PIC 9(6).
           01 WS-RK-EXC-DATE PIC 9(8).
           01 WS-RK-DUE-DATE PIC 9(8).
           01 WS-RK-DAY PIC 9(3).
           01 WS-RK-EOF PIC A(1).
           01 WS-RK-SEEK PIC 9(8).
           01 WS-RK-A PIC 9(4).
           01 WS-RK-F PIC 9(3).
           01 WS-RK-N PIC 9(2).
           01 WS-RK-ACCT-COUNT PIC 9(4).
           01 WS-RK-ACCT-TABLE.
               05 WS-RK-ACCT OCCURS 3000 TIMES.
                   10 WS-RK-ACCT-ID PIC 9(8).
                   10 WS-RK-ACCT-MEMBER PIC 9(8).
                   10 WS-RK-ACCT-CASH PIC 9(12)V9(2).
                   10 WS-RK-ACCT-OUT PIC 9(12)V9(2).
                   10 WS-RK-ACCT-DEST PIC 9(4).
                   10 WS-RK-ACCT-ANOM PIC 9(4).
           01 WS-RK-MEASURE-TABLE.
               05 WS-RK-MEASURE PIC 9(10)V9(2) OCCURS 8 TIMES.
           01 WS-RK-POINTS-TABLE.
               05 WS-RK-POINTS PIC 9(3) OCCURS 8 TIMES.
           01 WS-RK-BEST-FLOOR PIC 9(10)V9(2).
           01 WS-RK-SCORE PIC 9(5).
           01 WS-RK-OLD-RATING PIC A(1).
           01 WS-RK-NEW-RATING PIC A(1).
           01 WS-RK-OLD-RANK PIC 9(1).
           01 WS-RK-NEW-RANK PIC 9(1).
           01 WS-RK-MOVE PIC X(4).
           01 WS-RK-POINTER PIC 9(3).
           01 WS-RK-WORD-TABLE.
               05 WS-RK-WORD PIC X(30) OCCURS 8 TIMES.
           01 WS-RK-COMMON PIC 9(2).
           01 WS-RK-W PIC 9(2).
           01 WS-RK-V PIC 9(2).
           01 WS-RK-MEMBER-COUNT PIC 9(6).
           01 WS-RK-LOW-COUNT PIC 9(6).
           01 WS-RK-MEDIUM-COUNT PIC 9(6).
           01 WS-RK-HIGH-COUNT PIC 9(6).
           01 WS-RK-UP-COUNT PIC 9(6).
           01 WS-RK-DOWN-COUNT PIC 9(6).
           01 WS-RK-NEW-COUNT PIC 9(6).
           01 WS-RK-REVIEW-MOVED PIC 9(6).
           01 WS-RK-COMMAND PIC X(6).
           01 WS-RK-NEW-FLOOR PIC 9(10)V9(2).
           01 WS-RK-SAVE-KEY PIC X(6).
           01 WS-RK-NEW-POINTS PIC 9(3).
      * Insider monitoring: each staff member's own member and
      * declared related members, the member (and joint holder's
      * member) of every account, and the high-water marks that keep
      * the nightly run to the postings and audit lines since the last
           01 WS-IM-STAFF-COUNT PIC 9(4).
           01 WS-IM-STAFF-TABLE.
               05 WS-IM-STAFF OCCURS 500 TIMES.
                   10 WS-IM-S-ID PIC X(8).
                   10 WS-IM-S-MEMBER PIC 9(8).
                   10 WS-IM-S-RELATED PIC 9(8) OCCURS 10 TIMES.
           01 WS-IM-ACCT-COUNT PIC 9(4).
           01 WS-IM-ACCT-TABLE.
               05 WS-IM-ACCT OCCURS 3000 TIMES.
                   10 WS-IM-A-ID PIC 9(8).
                   10 WS-IM-A-MEMBER PIC 9(8).
                   10 WS-IM-A-JOINT PIC X(100).
                   10 WS-IM-A-JOINT-MEMBER PIC 9(8).
           01 WS-IM-S PIC 9(4).
           01 WS-IM-A PIC 9(4).
           01 WS-IM-B PIC 9(4).
           01 WS-IM-R PIC 9(2).
           01 WS-IM-EOF PIC A(1).
           01 WS-IM-FOUND PIC A(1).
           01 WS-IM-TODAY PIC 9(6).
           01 WS-IM-SEQ-NAME PIC X(10).
           01 WS-IM-MARK PIC 9(10).
           01 WS-IM-NEXT-MARK PIC 9(10).
           01 WS-IM-AUD-MARK PIC 9(10).
           01 WS-IM-AUD-NEXT PIC 9(10).
           01 WS-IM-AUD-STAMP PIC 9(10).
           01 WS-IM-OPERATOR PIC X(30).
           01 WS-IM-ACCOUNT PIC 9(8).
           01 WS-IM-MEMBER PIC 9(8).
           01 WS-IM-JOINT-MEMBER PIC 9(8).
           01 WS-IM-LINK PIC X(7).
           01 WS-IM-HIGH PIC A(1).
           01 WS-IM-SOURCE PIC X(5).
           01 WS-IM-WHAT PIC X(20).
           01 WS-IM-WHEN PIC X(14).
           01 WS-IM-AMMOUNT-DISP PIC Z(9)9.99.
           01 WS-IM-AUD-LEAD PIC X(10).
           01 WS-IM-AUD-DATE PIC X(8).
           01 WS-IM-AUD-TIME PIC X(8).
           01 WS-IM-AUD-ACTOR PIC X(30).
           01 WS-IM-AUD-ACTION PIC X(12).
           01 WS-IM-AUD-KEY PIC X(20).
           01 WS-IM-TX-SEEN PIC 9(6).
           01 WS-IM-AUD-SEEN PIC 9(6).
           01 WS-IM-SELF-COUNT PIC 9(6).
           01 WS-IM-RELATED-COUNT PIC 9(6).
           01 WS-IM-HIGH-COUNT PIC 9(6).
           01 WS-IM-MEMBER-IN PIC 9(8).
           01 WS-IM-DECLARED PIC 9(2).
      * Access recertification and duty-conflict work areas: the
      * staff file, the entitlement matrix with the last date each
      * grant was used, and the conflicting command pairs
           01 WS-AR-STAFF-COUNT PIC 9(4).
           01 WS-AR-STAFF-TABLE.
               05 WS-AR-STAFF OCCURS 500 TIMES.
                   10 WS-AR-S-ID PIC X(8).
                   10 WS-AR-S-NAME PIC X(30).
                   10 WS-AR-S-ROLE PIC A(1).
                   10 WS-AR-S-SIGNON PIC 9(8).
           01 WS-AR-ENT-COUNT PIC 9(4).
           01 WS-AR-ENT-TABLE.
               05 WS-AR-ENT OCCURS 2000 TIMES.
                   10 WS-AR-E-STAFF PIC X(8).
                   10 WS-AR-E-COMMAND PIC X(8).
                   10 WS-AR-E-USED PIC 9(8).
           01 WS-SOD-PAIR-COUNT PIC 9(3).
           01 WS-SOD-PAIR-TABLE.
               05 WS-SOD-PAIR OCCURS 200 TIMES.
                   10 WS-SOD-P-A PIC X(8).
                   10 WS-SOD-P-B PIC X(8).
                   10 WS-SOD-P-DESC PIC X(40).
           01 WS-AR-S PIC 9(4).
           01 WS-AR-E PIC 9(4).
           01 WS-AR-M PIC 9(2).
           01 WS-AR-P PIC 9(3).
           01 WS-AR-EOF PIC A(1).
           01 WS-AR-FOUND PIC A(1).
           01 WS-AR-TODAY PIC 9(6).
           01 WS-AR-STAFF-IN PIC X(8).
           01 WS-AR-COMMAND-IN PIC X(8).
           01 WS-AR-DATE-IN PIC 9(8).
           01 WS-AR-ROLE-KEY PIC X(8).
           01 WS-AR-HOLDS PIC A(1).
           01 WS-AR-HOLDS-A PIC A(1).
           01 WS-AR-VIA-A PIC X(6).
           01 WS-AR-VIA PIC X(6).
           01 WS-AR-USED-TEXT PIC X(8).
           01 WS-AR-SIGNON-TEXT PIC X(8).
           01 WS-AR-NAME PIC X(30).
           01 WS-AR-ROLE PIC A(1).
           01 WS-AR-AUD-LEAD PIC X(10).
           01 WS-AR-AUD-DATE PIC X(8).
           01 WS-AR-AUD-TIME PIC X(8).
           01 WS-AR-AUD-ACTOR PIC X(30).
           01 WS-AR-AUD-ACTION PIC X(12).
           01 WS-AR-AUD-KEY PIC X(20).
           01 WS-AR-LISTED PIC 9(5).
           01 WS-AR-UNUSED PIC 9(5).
           01 WS-AR-ORPHANED PIC 9(5).
           01 WS-AR-PRIOR-OPEN PIC 9(5).
           01 WS-AR-KEPT PIC 9(5).
           01 WS-AR-REVOKED PIC 9(5).
           01 WS-AR-CONFLICTS PIC 9(5).
           01 WS-AR-COMMAND PIC X(6).
           01 WS-AR-DECISION PIC A(1).
           01 WS-SOD-COMMAND PIC X(6).
           01 WS-SOD-SAVE-KEY PIC X(16).
      * Maintenance-log actions and the privileged command each one
      * is logged by: the action prefix, how many characters of it
      * to compare, and the command code
           01 WS-AR-ACTION-MAP-DATA.
               05 FILLER PIC X(22) VALUE "ENT-        04em      ".
               05 FILLER PIC X(22) VALUE "STAFF-      06sm      ".
               05 FILLER PIC X(22) VALUE "TIER-WRITE  10rt      ".
               05 FILLER PIC X(22) VALUE "PAYEE-WRITE 11py      ".
               05 FILLER PIC X(22) VALUE "UNLOCK      06ul      ".
               05 FILLER PIC X(22) VALUE "LOCK-BREAK  10bl      ".
               05 FILLER PIC X(22) VALUE "PROD-WRITE  10pd      ".
               05 FILLER PIC X(22) VALUE "WH-WRITE    08wh      ".
               05 FILLER PIC X(22) VALUE "COLL-WRITE  10cl      ".
               05 FILLER PIC X(22) VALUE "CARD-       05dm      ".
               05 FILLER PIC X(22) VALUE "BOX-        04sd      ".
               05 FILLER PIC X(22) VALUE "LAPP-       05ln      ".
               05 FILLER PIC X(22) VALUE "ESC-        04ei      ".
               05 FILLER PIC X(22) VALUE "CO-RECOVERY 11rv      ".
               05 FILLER PIC X(22) VALUE "DECEASED    08de      ".
               05 FILLER PIC X(22) VALUE "SURVIVOR    08de      ".
               05 FILLER PIC X(22) VALUE "ESTATE-     07de      ".
               05 FILLER PIC X(22) VALUE "LEGAL-      06lo      ".
               05 FILLER PIC X(22) VALUE "SIGNER-     07sg      ".
               05 FILLER PIC X(22) VALUE "ADDRESS-BAD 11rm      ".
               05 FILLER PIC X(22) VALUE "CMP-        04cq      ".
               05 FILLER PIC X(22) VALUE "RISK-FACTOR 11rk      ".
               05 FILLER PIC X(22) VALUE "CHANGE-     07ap      ".
               05 FILLER PIC X(22) VALUE "DISPUTE-    08dx      ".
               05 FILLER PIC X(22) VALUE "CERT-       05rd      ".
               05 FILLER PIC X(22) VALUE "SOD-        04dp      ".
               05 FILLER PIC X(22) VALUE "SCRUB-RULE  10qr      ".
               05 FILLER PIC X(22) VALUE "FEE-        04fs      ".
               05 FILLER PIC X(22) VALUE "REFUND-FEE  10cr      ".
               05 FILLER PIC X(22) VALUE "BRANCH-     07bm      ".
               05 FILLER PIC X(22) VALUE "VAULT-SHIP  10vl      ".
               05 FILLER PIC X(22) VALUE "CAMP-       05pc      ".
           01 WS-AR-ACTION-MAP REDEFINES WS-AR-ACTION-MAP-DATA.
               05 WS-AR-MAP OCCURS 32 TIMES.
                   10 WS-AR-MAP-PREFIX PIC X(12).
                   10 WS-AR-MAP-LENGTH PIC 9(2).
                   10 WS-AR-MAP-COMMAND PIC X(8).
      * Conflicting command pairs used until the duty-pair file
      * holds any rows of its own
           01 WS-SOD-DEFAULT-PAIRS.
               05 FILLER PIC X(16) VALUE "ir      ap      ".
               05 FILLER PIC X(40)
                   VALUE "propose and approve an interest rate    ".
               05 FILLER PIC X(16) VALUE "pm      ap      ".
               05 FILLER PIC X(40)
                   VALUE "propose and approve a bank parameter    ".
               05 FILLER PIC X(16) VALUE "fx      ap      ".
               05 FILLER PIC X(40)
                   VALUE "propose and approve an exchange rate    ".
               05 FILLER PIC X(16) VALUE "rf      ap      ".
               05 FILLER PIC X(40)
                   VALUE "propose and approve a reference code    ".
               05 FILLER PIC X(16) VALUE "ix      ap      ".
               05 FILLER PIC X(40)
                   VALUE "propose and approve an index rate       ".
               05 FILLER PIC X(16) VALUE "py      approve ".
               05 FILLER PIC X(40)
                   VALUE "maintain payees and release payments    ".
               05 FILLER PIC X(16) VALUE "em      rd      ".
               05 FILLER PIC X(40)
                   VALUE "grant entitlements and recertify them   ".
               05 FILLER PIC X(16) VALUE "sm      em      ".
               05 FILLER PIC X(40)
                   VALUE "add staff and grant them entitlements   ".
           01 WS-SOD-DEFAULT-TABLE REDEFINES WS-SOD-DEFAULT-PAIRS.
               05 WS-SOD-DEF OCCURS 8 TIMES.
                   10 WS-SOD-DEF-A PIC X(8).
                   10 WS-SOD-DEF-B PIC X(8).
                   10 WS-SOD-DEF-DESC PIC X(40).
      * Data-quality scrub variables. The rule table starts from the
      * compiled defaults and takes each rule's switch, category and
      * description from the rule file where it has a row; counts are
      * tonight's and the previous run's, with that run's date
           01 WS-DQS-RULE-TABLE.
               05 WS-DQS-RULE OCCURS 7 TIMES.
                   10 WS-DQS-CODE PIC X(8).
                   10 WS-DQS-CATEGORY PIC X(12).
                   10 WS-DQS-DESC PIC X(40).
                   10 WS-DQS-ACTIVE PIC A(1).
                   10 WS-DQS-COUNT PIC 9(7).
                   10 WS-DQS-PRIOR PIC 9(7).
                   10 WS-DQS-PRIOR-DATE PIC 9(6).
                   10 WS-DQS-PRINTED PIC A(1).
           01 WS-DQS-R PIC 9(2).
           01 WS-DQS-Q PIC 9(2).
           01 WS-DQS-EOF PIC A(1).
           01 WS-DQS-FOUND PIC A(1).
           01 WS-DQS-CATALOG-ANY PIC A(1).
           01 WS-DQS-TODAY PIC 9(6).
           01 WS-DQS-TODAY-FULL PIC 9(8).
           01 WS-DQS-CODE-IN PIC X(8).
           01 WS-DQS-KEY PIC X(10).
           01 WS-DQS-DETAIL PIC X(60).
           01 WS-DQS-CHECK-ID PIC 9(8).
           01 WS-DQS-CLOSED PIC X(8).
           01 WS-DQS-TOTAL PIC 9(7).
           01 WS-DQS-PRIOR-TOTAL PIC 9(7).
           01 WS-DQS-CHANGE PIC S9(7).
           01 WS-DQS-CHANGE-OUT PIC -(7)9.
           01 WS-DQS-TREND PIC X(8).
           01 WS-DQS-COMMAND PIC X(6).
      * Compiled rule list: code and category, then description
           01 WS-DQS-DEFAULT-RULES.
               05 FILLER PIC X(20) VALUE "BALPROD PRODUCT     ".
               05 FILLER PIC X(40)
                   VALUE "account type not in the product catalog ".
               05 FILLER PIC X(20) VALUE "BALCCY  CURRENCY    ".
               05 FILLER PIC X(40)
                   VALUE "balance currency with no exchange rate  ".
               05 FILLER PIC X(20) VALUE "SICLOSEDINSTRUCTION ".
               05 FILLER PIC X(40)
                   VALUE "standing order on a closed account      ".
               05 FILLER PIC X(20) VALUE "SWCLOSEDINSTRUCTION ".
               05 FILLER PIC X(40)
                   VALUE "sweep to or from a closed account       ".
               05 FILLER PIC X(20) VALUE "OQPAYEE PAYMENT     ".
               05 FILLER PIC X(40)
                   VALUE "queued payment to an inactive payee     ".
               05 FILLER PIC X(20) VALUE "MBDOB   MEMBER      ".
               05 FILLER PIC X(40)
                   VALUE "date of birth in the future             ".
               05 FILLER PIC X(20) VALUE "MBMINOR MEMBER      ".
               05 FILLER PIC X(40)
                   VALUE "minor's account with no guardian holder ".
           01 WS-DQS-DEFAULT-TABLE REDEFINES WS-DQS-DEFAULT-RULES.
               05 WS-DQS-DEF OCCURS 7 TIMES.
                   10 WS-DQS-DEF-CODE PIC X(8).
                   10 WS-DQS-DEF-CATEGORY PIC X(12).
                   10 WS-DQS-DEF-DESC PIC X(40).
      * Month-end fee assessment variables. The fee codes in schedule
      * order with the memo (and income-ledger category) each is
      * posted under
           01 WS-FA-CODE-DATA.
               05 FILLER PIC X(24) VALUE "MNTHMAINTENANCE FEE     ".
               05 FILLER PIC X(24) VALUE "PAPRPAPER STMT FEE      ".
               05 FILLER PIC X(24) VALUE "EXWDEXCESS WD FEE       ".
               05 FILLER PIC X(24) VALUE "DORMDORMANCY FEE        ".
           01 WS-FA-CODE-TABLE REDEFINES WS-FA-CODE-DATA.
               05 WS-FA-CODE-ENTRY OCCURS 4 TIMES.
                   10 WS-FA-CODE PIC X(4).
                   10 WS-FA-MEMO PIC X(20).
           01 WS-FA-DONE-TABLE.
               05 WS-FA-DONE PIC A(1) OCCURS 4 TIMES.
           01 WS-FA-C PIC 9(1).
           01 WS-FA-MORE PIC A(1).
           01 WS-FA-TX-EOF PIC A(1).
           01 WS-FA-LAST-ID PIC 9(8).
           01 WS-FA-ACCOUNT PIC 9(8).
           01 WS-FA-ACCOUNT-TYPE PIC A(1).
           01 WS-FA-FEE-SET PIC X(1).
           01 WS-FA-BALANCE PIC S9(10)V9(2).
           01 WS-FA-MONTH PIC 9(6).
           01 WS-FA-WD-COUNT PIC 9(4).
           01 WS-FA-LAST-ACTIVE PIC 9(6).
           01 WS-FA-TX-MONTH PIC 9(6).
           01 WS-FA-YEAR PIC 9(4).
           01 WS-FA-MM PIC 9(2).
           01 WS-FA-MONTHS-NOW PIC 9(6).
           01 WS-FA-MONTHS-LAST PIC 9(6).
           01 WS-FA-MONTHS-IDLE PIC 9(6).
           01 WS-FA-HITS PIC 9(2).
           01 WS-FA-MEMBER-AGE PIC 9(2).
           01 WS-FA-CHANNEL PIC A(1).
           01 WS-FA-DUE PIC A(1).
           01 WS-FA-FEE PIC 9(8)V9(2).
           01 WS-FA-OUTCOME PIC X(12).
           01 WS-FA-WAIVED-MEMO PIC X(20).
           01 WS-FA-ACCOUNTS PIC 9(6).
           01 WS-FA-CHARGED-COUNT PIC 9(6).
           01 WS-FA-CHARGED-TOTAL PIC 9(10)V9(2).
           01 WS-FA-WAIVED-COUNT PIC 9(6).
           01 WS-FA-WAIVED-TOTAL PIC 9(10)V9(2).
           01 WS-FA-COMMAND PIC X(6).
      * Statement fee-analysis variables: the period's fees by memo,
      * the period and year-to-date totals and the fees waived
           01 WS-SF-COUNT PIC 9(2).
           01 WS-SF-TABLE.
               05 WS-SF-ENTRY OCCURS 12 TIMES.
                   10 SF-MEMO PIC X(20).
                   10 SF-COUNT PIC 9(4).
                   10 SF-TOTAL PIC 9(10)V9(2).
           01 WS-SF-IDX PIC 9(2).
           01 WS-SF-FOUND PIC A(1).
           01 WS-SF-HITS PIC 9(2).
           01 WS-SF-PERIOD-TOTAL PIC 9(10)V9(2).
           01 WS-SF-YTD-TOTAL PIC 9(10)V9(2).
           01 WS-SF-WAIVED PIC 9(4).
           01 WS-SF-PERIOD-REFUND PIC 9(10)V9(2).
           01 WS-SF-YTD-REFUND PIC 9(10)V9(2).
           01 WS-SF-TX-YEAR PIC 9(4).
           01 WS-SF-TX-YY PIC 9(2).
           01 WS-SF-STMT-YY PIC 9(2).
      * Courtesy fee-refund variables. Reason codes: SERV service
      * recovery, BERR bank error, HARD hardship, FRST first
      * occurrence. The limits are per item and per member per
      * calendar year, a tellers' pair and a supervisors' pair, each
      * overridable by its REFUND- bank parameter
           01 WS-CR-REASON-DATA.
               05 FILLER PIC X(24) VALUE "SERVSERVICE RECOVERY    ".
               05 FILLER PIC X(24) VALUE "BERRBANK ERROR          ".
               05 FILLER PIC X(24) VALUE "HARDHARDSHIP            ".
               05 FILLER PIC X(24) VALUE "FRSTFIRST OCCURRENCE    ".
           01 WS-CR-REASON-TABLE REDEFINES WS-CR-REASON-DATA.
               05 WS-CR-REASON-ENTRY OCCURS 4 TIMES.
                   10 WS-CR-REASON-CODE PIC X(4).
                   10 WS-CR-REASON-DESC PIC X(20).
           01 WS-CR-TELLER-ITEM-LIMIT PIC 9(10)V9(2) VALUE 35.00.
           01 WS-CR-TELLER-YEAR-LIMIT PIC 9(10)V9(2) VALUE 70.00.
           01 WS-CR-SUPER-ITEM-LIMIT PIC 9(10)V9(2) VALUE 150.00.
           01 WS-CR-SUPER-YEAR-LIMIT PIC 9(10)V9(2) VALUE 500.00.
           01 WS-CR-ITEM-LIMIT PIC 9(10)V9(2).
           01 WS-CR-YEAR-LIMIT PIC 9(10)V9(2).
           01 WS-CR-FEE-TX PIC 9(10).
           01 WS-CR-REASON PIC X(4).
           01 WS-CR-R PIC 9(1).
           01 WS-CR-OK PIC A(1).
           01 WS-CR-EOF PIC A(1).
           01 WS-CR-ACCOUNT PIC 9(8).
           01 WS-CR-MEMBER PIC 9(8).
           01 WS-CR-AMMOUNT PIC 9(10)V9(2).
           01 WS-CR-CATEGORY PIC X(16).
           01 WS-CR-STAFF PIC X(8).
           01 WS-CR-APPROVER PIC X(8).
           01 WS-CR-YEAR PIC 9(4).
           01 WS-CR-YEAR-TOTAL PIC 9(10)V9(2).
           01 WS-CR-DONE-TX PIC 9(10).
      * Monthly refund report: one row per staff member and reason
           01 WS-CR-MONTH PIC 9(6).
           01 WS-CR-ROW-COUNT PIC 9(3).
           01 WS-CR-ROW-TABLE.
               05 WS-CR-ROW OCCURS 100 TIMES.
                   10 CR-ROW-STAFF PIC X(8).
                   10 CR-ROW-REASON PIC X(4).
                   10 CR-ROW-COUNT PIC 9(5).
                   10 CR-ROW-TOTAL PIC 9(10)V9(2).
           01 WS-CR-IDX PIC 9(3).
           01 WS-CR-FOUND PIC A(1).
           01 WS-CR-COUNT PIC 9(6).
           01 WS-CR-TOTAL PIC 9(12)V9(2).
           01 WS-CR-PENDING PIC 9(6).
      * Branch master maintenance and branch scoping. Records written
      * before branches were tracked carry a blank code, which every
      * check reads as the main branch. A report run with no branch
      * entered, and every run from the batch chain, is consolidated
      * across all branches
           01 WS-MAIN-BRANCH PIC X(3) VALUE "001".
           01 WS-BR-COMMAND PIC X(8).
           01 WS-BR-EOF PIC A(1).
           01 WS-BR-CHECK PIC X(3).
           01 WS-BR-FOUND PIC A(1).
           01 WS-BR-ACTIVE PIC A(1).
           01 WS-BR-REPORT PIC X(3).
           01 WS-BR-IN-SCOPE PIC A(1).
           01 WS-BR-ACCOUNT PIC 9(8).
           01 WS-BR-OLD PIC X(3).
      * Relationship-officer portfolio report: each officer's book
      * built from the member file, the latest balance snapshot, the
      * loan and term-deposit files, with maturities and KYC reviews
      * counted over the look-ahead window. Every live member is
      * tabled with the officer row it rolls up to (0 = none), and
      * marked when it holds a loan, a term deposit or is a business
      * and so ought to have an officer
           01 WS-OP-WINDOW-DAYS PIC 9(3) VALUE 90.
           01 WS-OP-TODAY PIC 9(6).
           01 WS-OP-TODAY-YMD PIC 9(8).
           01 WS-OP-TODAY-INT PIC 9(8).
           01 WS-OP-HORIZON-INT PIC 9(8).
           01 WS-OP-HORIZON-YMD PIC 9(8).
           01 WS-OP-MATURITY-YMD PIC 9(8).
           01 WS-OP-SNAP-DATE PIC 9(6).
           01 WS-OP-EOF PIC A(1).
           01 WS-OP-FOUND PIC A(1).
           01 WS-OP-O PIC 9(3).
           01 WS-OP-M PIC 9(5).
           01 WS-OP-K PIC 9(5).
           01 WS-OP-OFFICER-COUNT PIC 9(3).
           01 WS-OP-MEMBER-COUNT PIC 9(5).
           01 WS-OP-MEMBER-MAX PIC 9(5) VALUE 5000.
           01 WS-OP-NOT-TABLED PIC 9(5).
           01 WS-OP-UNASSIGNED PIC 9(5).
           01 WS-OP-STAFF-NOTE PIC X(20).
           01 WS-OP-OFFICER-TABLE.
               05 WS-OP-ENTRY OCCURS 100 TIMES.
                   10 OP-OFFICER-ID PIC X(8).
                   10 OP-OFFICER-NAME PIC X(30).
      * y = the officer ID is no longer on the staff file
                   10 OP-GONE PIC A(1).
                   10 OP-MEMBERS PIC 9(6).
                   10 OP-DEPOSITS PIC 9(12)V9(2).
                   10 OP-LOAN-COUNT PIC 9(6).
                   10 OP-LOAN-BALANCE PIC 9(12)V9(2).
                   10 OP-DELINQ-COUNT PIC 9(6).
                   10 OP-DELINQ-BALANCE PIC 9(12)V9(2).
                   10 OP-CHARGED-OFF PIC 9(6).
                   10 OP-TD-COUNT PIC 9(6).
                   10 OP-TD-AMOUNT PIC 9(12)V9(2).
                   10 OP-KYC-DUE PIC 9(6).
           01 WS-OP-MEMBER-TABLE.
               05 WS-OP-MEMBER OCCURS 5000 TIMES.
                   10 OPM-MEMBER-ID PIC 9(8).
                   10 OPM-OFFICER PIC 9(3).
                   10 OPM-NEEDS PIC A(1).
      * Promotion campaigns: the code keyed at account opening, the
      * nightly tracking run's dates and counters, and the outcome
      * each enrollment is reported with
           01 WS-PB-CODE PIC X(8).
           01 WS-PB-PRODUCT PIC X(1).
           01 WS-PB-VALID PIC A(1).
           01 WS-PB-P PIC 9(1).
           01 WS-PB-COMMAND PIC X(6).
           01 WS-PB-EOF PIC A(1).
           01 WS-PB-MORE PIC A(1).
           01 WS-PB-LAST-ID PIC 9(8).
           01 WS-PB-TODAY PIC 9(8).
           01 WS-PB-MONTH PIC 9(6).
           01 WS-PB-TODAY-INT PIC 9(8).
           01 WS-PB-WINDOW-INT PIC 9(8).
           01 WS-PB-ACT-MONTH PIC 9(6).
           01 WS-PB-ACT-DEPOSITS PIC 9(12)V9(2).
           01 WS-PB-ACT-PAYROLL PIC 9(6).
           01 WS-PB-ACT-FOUND PIC A(1).
           01 WS-PB-ACT-EOF PIC A(1).
           01 WS-PB-BALANCE PIC S9(10)V9(2).
           01 WS-PB-ACCOUNT-OK PIC A(1).
           01 WS-PB-CAMP-OK PIC A(1).
           01 WS-PB-OUTCOME PIC X(12).
           01 WS-PB-TRACKED PIC 9(6).
           01 WS-PB-QUALIFIED PIC 9(6).
           01 WS-PB-EXPIRED PIC 9(6).
           01 WS-PB-PAID-COUNT PIC 9(6).
           01 WS-PB-PAID-TOTAL PIC 9(10)V9(2).
      * Spare-change savings: the debit being rounded up, the nightly
      * move's figures, and the statement's round-up totals
           01 WS-RU-ACCOUNT PIC 9(8).
           01 WS-RU-AMMOUNT PIC 9(10)V9(2).
           01 WS-RU-WHOLE PIC 9(10).
           01 WS-RU-ROUND PIC 9(4)V9(2).
           01 WS-RU-COMMAND PIC X(6).
           01 WS-RU-SAVINGS-IN PIC 9(8).
           01 WS-RU-MULTIPLIER-IN PIC 9(1).
           01 WS-RU-OK PIC A(1).
           01 WS-RU-MEMBER PIC 9(8).
           01 WS-RU-EXISTS PIC A(1).
           01 WS-RU-EOF PIC A(1).
           01 WS-RU-TODAY PIC 9(8).
           01 WS-RU-MIN PIC 9(10)V9(2).
           01 WS-RU-DEFAULT-MIN PIC 9(10)V9(2).
           01 WS-RU-AFTER PIC S9(10)V9(2).
           01 WS-RU-CURRENCY PIC X(3).
           01 WS-RU-REASON PIC X(30).
           01 WS-RU-MOVED-COUNT PIC 9(6).
           01 WS-RU-MOVED-TOTAL PIC 9(10)V9(2).
           01 WS-RU-SKIPPED PIC 9(6).
           01 WS-RU-STMT-PERIOD PIC 9(10)V9(2).
           01 WS-RU-STMT-YTD PIC 9(10)V9(2).
      * Linked external account and pull variables. Verification
      * micro-deposits are each 0.01 to 0.99, and a member gets
      * WS-EXT-MAX-TRIES attempts to confirm them before the link
      * locks
           01 WS-EXT-COMMAND PIC X(6).
           01 WS-EXT-SEQ-IN PIC 9(2).
           01 WS-EXT-NEXT-SEQ PIC 9(3).
           01 WS-EXT-ROUTING-IN PIC X(9).
           01 WS-EXT-NUMBER-IN PIC X(17).
           01 WS-EXT-NICKNAME-IN PIC X(20).
           01 WS-EXT-AMMOUNT PIC 9(10)V9(2).
           01 WS-EXT-GUESS-1 PIC 9(1)V9(2).
           01 WS-EXT-GUESS-2 PIC 9(1)V9(2).
           01 WS-EXT-SEED PIC 9(8).
           01 WS-EXT-CENTS PIC 9(2).
           01 WS-EXT-MAX-TRIES PIC 9(1) VALUE 3.
           01 WS-EXT-EOF PIC A(1).
           01 WS-EXT-OK PIC A(1).
           01 WS-EXT-BANK-REF PIC X(27).
           01 WS-EXT-PULL-COUNT PIC 9(6).
           01 WS-EXT-PULL-TOTAL PIC 9(12)V9(2).
      * Debit-filter variables
           01 WS-DF-COMMAND PIC X(6).
           01 WS-DF-MODE PIC A(1).
           01 WS-DF-ROW-TYPE PIC A(1).
           01 WS-DF-MAX PIC 9(10)V9(2).
           01 WS-DF-WHY PIC X(35).
           01 WS-DF-ORIGINATOR-IN PIC X(10).
           01 WS-DF-MODE-IN PIC A(1).
           01 WS-DF-MAX-IN PIC 9(10)V9(2).
           01 WS-DF-EOF PIC A(1).
      * Settlement totals gathered by the check-clearing, clearing
      * intake and re-presentment runs and registered at the end of
      * each run for the correspondent reconciliation
           01 WS-SB-CP-TOTAL PIC 9(12)V9(2).
           01 WS-SB-CP-COUNT PIC 9(6).
           01 WS-SB-CR-TOTAL PIC 9(12)V9(2).
           01 WS-SB-CR-COUNT PIC 9(6).
           01 WS-SB-ID-TOTAL PIC 9(12)V9(2).
           01 WS-SB-ID-COUNT PIC 9(6).
           01 WS-SB-IC-TOTAL PIC 9(12)V9(2).
           01 WS-SB-IC-COUNT PIC 9(6).
           01 WS-SB-RD-TOTAL PIC 9(12)V9(2).
           01 WS-SB-RD-COUNT PIC 9(6).
           01 WS-SB-RC-TOTAL PIC 9(12)V9(2).
           01 WS-SB-RC-COUNT PIC 9(6).
           01 WS-SB-SOURCE PIC X(2).
           01 WS-SB-DC PIC X(1).
           01 WS-SB-AMMOUNT PIC 9(12)V9(2).
           01 WS-SB-COUNT PIC 9(6).
      * Correspondent settlement reconciliation variables. Only our
      * items dated up to the latest statement date are expected on
      * the statement; anything newer is simply not due yet
           01 WS-SR-TODAY PIC 9(6).
           01 WS-SR-TODAY-YMD PIC 9(8).
           01 WS-SR-TODAY-INT PIC 9(8).
           01 WS-SR-ITEM-YMD PIC 9(8).
           01 WS-SR-ITEM-INT PIC 9(8).
           01 WS-SR-AGE-DATE PIC 9(6).
           01 WS-SR-AGE PIC 9(5).
           01 WS-SR-THROUGH PIC 9(6).
           01 WS-SR-EOF PIC A(1).
           01 WS-SR-SCAN-EOF PIC A(1).
      * Batch dates scanned for a statement line: the statement date
      * itself, then back to the business day before it, since a
      * batch sent one day settles on the next business day
           01 WS-SR-SCAN-FROM PIC 9(6).
           01 WS-SR-SCAN-TO PIC 9(6).
           01 WS-SR-PRIOR-YMD PIC 9(8).
           01 WS-SR-PRIOR-INT PIC 9(8).
           01 WS-SR-PRIOR-DATE PIC 9(6).
           01 WS-SR-PRIOR-DOW PIC 9(1).
           01 WS-SR-PRIOR-FOUND PIC A(1).
           01 WS-SR-PRIOR-HOLIDAY PIC A(1).
           01 WS-SR-HOL-IDX PIC 9(3).
           01 WS-SR-LINE-NO PIC 9(6).
           01 WS-SR-DATE PIC 9(6).
           01 WS-SR-DC PIC X(1).
           01 WS-SR-AMMOUNT PIC 9(10)V9(2).
           01 WS-SR-REF PIC X(10).
           01 WS-SR-LEG PIC A(1).
           01 WS-SR-EXPECT-DC PIC X(1).
           01 WS-SR-MATCHED PIC A(1).
           01 WS-SR-MATCH-WITH PIC X(30).
           01 WS-SR-READ-COUNT PIC 9(6).
           01 WS-SR-DUP-COUNT PIC 9(6).
           01 WS-SR-MATCH-COUNT PIC 9(6).
           01 WS-SR-MATCH-TOTAL PIC 9(12)V9(2).
           01 WS-SR-CLEARED-COUNT PIC 9(6).
           01 WS-SR-CLEARED-TOTAL PIC 9(12)V9(2).
           01 WS-SR-STMT-OPEN-COUNT PIC 9(6).
           01 WS-SR-STMT-OPEN-TOTAL PIC 9(12)V9(2).
           01 WS-SR-OURS-OPEN-COUNT PIC 9(6).
           01 WS-SR-OURS-OPEN-TOTAL PIC 9(12)V9(2).
      * In-house GL variables. Retained earnings takes the year-end
      * close; a journal line is D/C, account, amount in cents and
      * reference, the extract's trailer carries its period
           01 WS-GL-RETAINED-ACCOUNT PIC 9(6) VALUE 310001.
           01 WS-GP-SOURCE PIC X(1).
           01 WS-GP-EOF PIC A(1).
           01 WS-GP-LINE PIC X(100).
           01 WS-GP-SIDE PIC X(4).
           01 WS-GP-ACCOUNT-TEXT PIC X(10).
           01 WS-GP-ACCOUNT PIC 9(6).
           01 WS-GP-AMT-TEXT PIC X(20).
           01 WS-GP-AMT-LEN PIC 9(2).
           01 WS-GP-AMMOUNT PIC 9(14)V9(2).
           01 WS-GP-REF PIC X(16).
           01 WS-GP-TRL-TAG PIC X(8).
           01 WS-GP-TRL-LINES PIC X(20).
           01 WS-GP-TRL-DEBITS PIC X(20).
           01 WS-GP-TRL-CREDITS PIC X(20).
           01 WS-GP-TRL-PERIOD PIC X(20).
           01 WS-GP-TRL-SEEN PIC A(1).
           01 WS-GP-TRL-DEBIT-TOTAL PIC 9(14)V9(2).
           01 WS-GP-TRL-CREDIT-TOTAL PIC 9(14)V9(2).
           01 WS-GP-VOID PIC A(1).
           01 WS-GP-NEW PIC A(1).
           01 WS-GP-PERIOD PIC 9(6).
           01 WS-GP-TODAY-PERIOD PIC 9(6).
           01 WS-GP-RUN-DATE PIC 9(8).
           01 WS-GP-RUN-TIME PIC 9(8).
           01 WS-GP-LINE-COUNT PIC 9(8).
           01 WS-GP-NEW-COUNT PIC 9(8).
           01 WS-GP-SKIP-COUNT PIC 9(8).
           01 WS-GP-BAD-COUNT PIC 9(8).
           01 WS-GP-DEBIT-TOTAL PIC 9(14)V9(2).
           01 WS-GP-CREDIT-TOTAL PIC 9(14)V9(2).
           01 WS-GP-NEW-DEBITS PIC 9(14)V9(2).
           01 WS-GP-NEW-CREDITS PIC 9(14)V9(2).
           01 WS-GP-REFUSE-WHY PIC X(60).
           01 WS-GP-BATCH-COUNT PIC 9(4).
      * One account's GL rows summed over a period range, and the
      * net on its normal-balance side
           01 WS-GA-ACCOUNT PIC 9(6).
           01 WS-GA-FROM PIC 9(6).
           01 WS-GA-THRU PIC 9(6).
           01 WS-GA-EOF PIC A(1).
           01 WS-GA-DEBITS PIC 9(14)V9(2).
           01 WS-GA-CREDITS PIC 9(14)V9(2).
           01 WS-GA-NET PIC S9(14)V9(2).
           01 WS-GA-NET-DISP PIC -(14)9.99.
      * GL account maintenance entries
           01 WS-GM-COMMAND PIC X(6).
           01 WS-GM-NUMBER PIC 9(6).
           01 WS-GM-NAME PIC X(30).
           01 WS-GM-TYPE PIC A(1).
           01 WS-GM-NORMAL PIC A(1).
           01 WS-GM-ACTIVE PIC A(1).
           01 WS-GM-EOF PIC A(1).
      * Trial balance and financial statements by period (YYYYMM)
           01 WS-GT-PERIOD PIC 9(6).
           01 WS-GT-YEAR PIC 9(4).
           01 WS-GT-YEAR-START PIC 9(6).
           01 WS-GT-EOF PIC A(1).
           01 WS-GT-TYPE PIC A(1).
           01 WS-GT-DEBIT-COL PIC 9(14)V9(2).
           01 WS-GT-CREDIT-COL PIC 9(14)V9(2).
           01 WS-GT-DEBIT-TOTAL PIC 9(14)V9(2).
           01 WS-GT-CREDIT-TOTAL PIC 9(14)V9(2).
           01 WS-GT-ACCOUNT-COUNT PIC 9(6).
           01 WS-GT-PERIOD-NET PIC S9(14)V9(2).
           01 WS-GT-SECTION-TOTAL PIC S9(14)V9(2).
           01 WS-GT-ASSETS PIC S9(14)V9(2).
           01 WS-GT-LIABILITIES PIC S9(14)V9(2).
           01 WS-GT-EQUITY PIC S9(14)V9(2).
           01 WS-GT-INCOME-PERIOD PIC S9(14)V9(2).
           01 WS-GT-INCOME-YTD PIC S9(14)V9(2).
           01 WS-GT-EXPENSE-PERIOD PIC S9(14)V9(2).
           01 WS-GT-EXPENSE-YTD PIC S9(14)V9(2).
           01 WS-GT-EARNINGS PIC S9(14)V9(2).
           01 WS-GT-DISP-1 PIC -(14)9.99.
           01 WS-GT-DISP-2 PIC -(14)9.99.
           01 WS-GT-PRIOR-OPEN PIC A(1).
      * Year-end close
           01 WS-GY-YEAR PIC 9(4).
           01 WS-GY-NEXT-YEAR PIC 9(4).
           01 WS-GY-OK PIC A(1).
           01 WS-GY-EOF PIC A(1).
           01 WS-GY-NET-INCOME PIC S9(14)V9(2).
           01 WS-GY-ENTRIES PIC 9(6).
           01 WS-GY-OPENED PIC 9(6).
           01 WS-GY-CONFIRM PIC A(1).
           01 WS-GY-OPEN-YEAR PIC 9(4).
      * Quarter-end condition report variables. Each account's
      * deposit balance (snapshot plus any term deposit) is held
      * alongside the insider-monitoring account table, which already
      * carries every account's member and joint holder's member;
      * owners are members, or the account itself when it has none
           01 WS-QR-DATE PIC 9(6).
           01 WS-QR-MONTH PIC 9(2).
           01 WS-QR-PERIOD PIC 9(6).
           01 WS-QR-YMD PIC 9(8).
           01 WS-QR-INT PIC 9(7).
           01 WS-QR-EOF PIC A(1).
           01 WS-QR-FOUND PIC A(1).
           01 WS-QR-INSURED-LIMIT PIC 9(10)V9(2) VALUE 250000.
           01 WS-QR-DEPOSIT-GL PIC 9(6) VALUE 200001.
           01 WS-QR-TD-GL PIC 9(6) VALUE 210001.
           01 WS-QR-LOAN-GL PIC 9(6) VALUE 130001.
           01 WS-QR-OD-GL PIC 9(6) VALUE 131001.
           01 WS-QR-BALANCE-TABLE.
               05 WS-QR-A-BALANCE PIC 9(12)V9(2) OCCURS 3000 TIMES.
           01 WS-QR-OWNER-COUNT PIC 9(4).
           01 WS-QR-OWNER-TABLE.
               05 WS-QR-OWNER OCCURS 3000 TIMES.
                   10 WS-QR-O-KIND PIC A(1).
                   10 WS-QR-O-ID PIC 9(8).
                   10 WS-QR-O-SINGLE PIC 9(12)V9(2).
                   10 WS-QR-O-JOINT PIC 9(12)V9(2).
           01 WS-QR-PROD-COUNT PIC 9(2).
           01 WS-QR-PROD-TABLE.
               05 WS-QR-PROD OCCURS 40 TIMES.
                   10 WS-QR-P-CODE PIC A(1).
                   10 WS-QR-P-NAME PIC X(20).
                   10 WS-QR-P-COUNT PIC 9(6).
                   10 WS-QR-P-BALANCE PIC 9(12)V9(2).
      * Size bands: up to 10,000, up to 100,000, up to the insured
      * limit, over the insured limit
           01 WS-QR-BAND-TABLE.
               05 WS-QR-BAND OCCURS 4 TIMES.
                   10 WS-QR-B-COUNT PIC 9(6).
                   10 WS-QR-B-BALANCE PIC 9(12)V9(2).
      * Loans by collateral type; past-due columns are current, 1-30,
      * 31-60, 61-90 and 91+ days, then charged off (not on book)
           01 WS-QR-LTYPE-COUNT PIC 9(2).
           01 WS-QR-LTYPE-TABLE.
               05 WS-QR-LTYPE OCCURS 20 TIMES.
                   10 WS-QR-L-TYPE PIC X(10).
                   10 WS-QR-L-BUCKET OCCURS 6 TIMES.
                       15 WS-QR-L-COUNT PIC 9(6).
                       15 WS-QR-L-BALANCE PIC 9(12)V9(2).
      * Term deposits by remaining maturity: 3 months or less, over 3
      * through 12 months, over 1 through 3 years, over 3 years
           01 WS-QR-TDB-TABLE.
               05 WS-QR-TDB OCCURS 4 TIMES.
                   10 WS-QR-TDB-COUNT PIC 9(6).
                   10 WS-QR-TDB-BALANCE PIC 9(12)V9(2).
           01 WS-QR-A PIC 9(4).
           01 WS-QR-X PIC 9(4).
           01 WS-QR-ACCOUNT PIC 9(8).
           01 WS-QR-NEXT-YMD PIC 9(8).
           01 WS-QR-DEP-COUNT PIC 9(6).
           01 WS-QR-LABEL PIC X(20).
           01 WS-QR-O PIC 9(4).
           01 WS-QR-P PIC 9(2).
           01 WS-QR-L PIC 9(2).
           01 WS-QR-B PIC 9(2).
           01 WS-QR-KIND PIC A(1).
           01 WS-QR-OWNER-ID PIC 9(8).
           01 WS-QR-AMMOUNT PIC 9(12)V9(2).
           01 WS-QR-SHARE PIC 9(12)V9(2).
           01 WS-QR-DAYS PIC S9(7).
           01 WS-QR-TYPE PIC X(10).
           01 WS-QR-SNAP-COUNT PIC 9(6).
           01 WS-QR-DEPOSIT-TOTAL PIC 9(12)V9(2).
           01 WS-QR-TD-COUNT PIC 9(6).
           01 WS-QR-TD-TOTAL PIC 9(12)V9(2).
           01 WS-QR-LOAN-COUNT PIC 9(6).
           01 WS-QR-LOAN-TOTAL PIC 9(12)V9(2).
           01 WS-QR-OD-COUNT PIC 9(6).
           01 WS-QR-OD-LIMIT-TOTAL PIC 9(12)V9(2).
           01 WS-QR-OD-DRAWN-TOTAL PIC 9(12)V9(2).
           01 WS-QR-OD-UNDRAWN-TOTAL PIC 9(12)V9(2).
           01 WS-QR-OD-DRAWN PIC 9(12)V9(2).
           01 WS-QR-OD-UNDRAWN PIC 9(12)V9(2).
           01 WS-QR-NOLINE-COUNT PIC 9(6).
           01 WS-QR-NOLINE-TOTAL PIC 9(12)V9(2).
           01 WS-QR-OVER-OWNERS PIC 9(6).
           01 WS-QR-OVER-ACCOUNTS PIC 9(6).
           01 WS-QR-OVER-BALANCE PIC 9(12)V9(2).
           01 WS-QR-UNINSURED PIC 9(12)V9(2).
           01 WS-QR-OVER PIC A(1).
           01 WS-QR-SCHEDULE PIC S9(12)V9(2).
           01 WS-QR-GL-BALANCE PIC S9(14)V9(2).
           01 WS-QR-DIFF PIC S9(14)V9(2).
           01 WS-QR-TIE-NAME PIC X(20).
           01 WS-QR-TIE-GL PIC 9(6).
           01 WS-QR-TIE-SIDE PIC A(1).
           01 WS-QR-DIFF-COUNT PIC 9(2).
           01 WS-QR-DISP-1 PIC -(12)9.99.
           01 WS-QR-DISP-2 PIC -(12)9.99.
           01 WS-QR-DISP-3 PIC -(12)9.99.
           01 WS-QR-LINES PIC 9(6).
      * Retirement-account variables. The limits come from the
      * IRA-* bank parameters when configured; the defaults are the
      * current annual limit, catch-up amount and age, filing
      * deadline (MMDD) and default withholding percentage
           01 WS-IR-ANNUAL-LIMIT PIC 9(10)V9(2) VALUE 7000.
           01 WS-IR-CATCHUP PIC 9(10)V9(2) VALUE 1000.
           01 WS-IR-CATCHUP-AGE PIC 9(3) VALUE 50.
           01 WS-IR-DEADLINE-MMDD PIC 9(4) VALUE 415.
           01 WS-IR-DEFAULT-PCT PIC 9(2)V9(2) VALUE 10.
           01 WS-IR-OPEN-IRA PIC A(1).
           01 WS-IR-ELIGIBLE PIC A(1).
           01 WS-IR-FOUND PIC A(1).
           01 WS-IR-OK PIC A(1).
           01 WS-IR-EOF PIC A(1).
           01 WS-IR-COMMAND PIC X(10).
           01 WS-IR-MEMBER PIC 9(8).
           01 WS-IR-DOB PIC 9(8).
           01 WS-IR-DOB-YEAR PIC 9(4).
           01 WS-IR-DOB-MONTH PIC 9(2).
           01 WS-IR-DOB-DAY PIC 9(2).
           01 WS-IR-HALF-YEAR PIC 9(4).
           01 WS-IR-HALF-MONTH PIC 9(2).
           01 WS-IR-HALF-YMD PIC 9(8).
           01 WS-IR-TODAY PIC 9(8).
           01 WS-IR-TODAY-MMDD PIC 9(4).
           01 WS-IR-YEAR-IN PIC X(4).
           01 WS-IR-TAX-YEAR PIC 9(4).
           01 WS-IR-AGE PIC 9(4).
           01 WS-IR-LIMIT PIC 9(10)V9(2).
           01 WS-IR-YEAR-TOTAL PIC 9(10)V9(2).
           01 WS-IR-ROOM PIC 9(10)V9(2).
           01 WS-IR-AMMOUNT PIC 9(10)V9(2).
           01 WS-IR-RATE PIC 9(2)V9(2).
           01 WS-IR-WITHHELD PIC 9(10)V9(2).
           01 WS-IR-NET PIC 9(10)V9(2).
      * N = normal distribution (59 1/2 or over), E = early
           01 WS-IR-DIST-CODE PIC A(1).
           01 WS-IR-MEMO-YEAR PIC 9(4).
           01 WS-IR-SNAP-DATE PIC 9(6).
           01 WS-IR-FMV PIC S9(10)V9(2).
           01 WS-IR-FMV-SOURCE PIC X(8).
           01 WS-IR-LINES PIC 9(6).
           01 WS-IR-COUNT PIC 9(6).
           01 WS-IR-TOT-CONTRIB PIC 9(12)V9(2).
           01 WS-IR-TOT-DIST PIC 9(12)V9(2).
           01 WS-IR-TOT-WITHHELD PIC 9(12)V9(2).
           01 WS-IR-TOT-FMV PIC S9(12)V9(2).
           01 WS-IR-NEW-BENEFICIARY PIC X(30).
           01 WS-IR-NEW-RELATION PIC X(12).
           01 WS-IR-NEW-ELECTED PIC A(1).
           01 WS-IR-NEW-RATE PIC 9(2)V9(2).
           01 WS-IR-WH-ELECTED PIC A(1).
           01 WS-IR-WH-RATE PIC 9(2)V9(2).
      * Teller foreign-cash exchange variables. The member's account
      * is debited or credited in its own currency at the mid rate
      * plus or less the currency's sell or buy spread, and the
      * difference from the mid rate is the bank's FX income
           01 WS-XC-ACCOUNT PIC 9(8).
      * S = the bank sells the member foreign cash, B = buys it
           01 WS-XC-DIRECTION PIC A(1).
           01 WS-XC-CURRENCY PIC X(3).
           01 WS-XC-FOREIGN PIC 9(10)V9(2).
           01 WS-XC-MID PIC 9(10)V9(2).
           01 WS-XC-ACCOUNT-AMT PIC 9(10)V9(2).
           01 WS-XC-SPREAD PIC 9(10)V9(2).
           01 WS-XC-ON-HAND PIC S9(10)V9(2).
           01 WS-XC-OK PIC A(1).
           01 WS-XC-DONE PIC A(1).
           01 WS-XC-OPEN-CCY PIC X(3).
           01 WS-XC-OPEN-AMT PIC 9(10)V9(2).
      * End-of-day foreign cash position, totalled by currency
           01 WS-FXP-DATE PIC 9(6).
           01 WS-FXP-EOF PIC A(1).
           01 WS-FXP-LINES PIC 9(6).
           01 WS-FXP-ON-HAND PIC S9(10)V9(2).
           01 WS-FXP-IDX PIC 9(2).
           01 WS-FXP-FOUND PIC A(1).
           01 WS-FXP-CCY-COUNT PIC 9(2).
           01 WS-FXP-CCY-TABLE.
               05 WS-FXP-CCY OCCURS 20 TIMES.
                   10 WS-FXP-C-CODE PIC X(3).
                   10 WS-FXP-C-DRAWERS PIC 9(4).
                   10 WS-FXP-C-ON-HAND PIC S9(12)V9(2).
      * Denomination count variables. The table runs from the $100
      * note down to the cent; the labels double as the suffix of the
      * VAULT-MIN- bank parameters that set the vault reorder minimums
           01 WS-DN-VALUES.
               05 FILLER PIC 9(3)V9(2) VALUE 100.00.
               05 FILLER PIC 9(3)V9(2) VALUE 50.00.
               05 FILLER PIC 9(3)V9(2) VALUE 20.00.
               05 FILLER PIC 9(3)V9(2) VALUE 10.00.
               05 FILLER PIC 9(3)V9(2) VALUE 5.00.
               05 FILLER PIC 9(3)V9(2) VALUE 1.00.
               05 FILLER PIC 9(3)V9(2) VALUE 0.25.
               05 FILLER PIC 9(3)V9(2) VALUE 0.10.
               05 FILLER PIC 9(3)V9(2) VALUE 0.05.
               05 FILLER PIC 9(3)V9(2) VALUE 0.01.
           01 WS-DN-VALUE-TABLE REDEFINES WS-DN-VALUES.
               05 WS-DN-VALUE PIC 9(3)V9(2) OCCURS 10 TIMES.
           01 WS-DN-LABELS.
               05 FILLER PIC X(3) VALUE "100".
               05 FILLER PIC X(3) VALUE "50".
               05 FILLER PIC X(3) VALUE "20".
               05 FILLER PIC X(3) VALUE "10".
               05 FILLER PIC X(3) VALUE "5".
               05 FILLER PIC X(3) VALUE "1".
               05 FILLER PIC X(3) VALUE "25C".
               05 FILLER PIC X(3) VALUE "10C".
               05 FILLER PIC X(3) VALUE "5C".
               05 FILLER PIC X(3) VALUE "1C".
           01 WS-DN-LABEL-TABLE REDEFINES WS-DN-LABELS.
               05 WS-DN-LABEL PIC X(3) OCCURS 10 TIMES.
           01 WS-DN-COUNT-TABLE.
               05 WS-DN-COUNT PIC 9(7) OCCURS 10 TIMES.
           01 WS-DN-MIN-TABLE.
               05 WS-DN-MIN PIC 9(7) OCCURS 10 TIMES.
           01 WS-DN-IDX PIC 9(2).
           01 WS-DN-TRIES PIC 9(1).
           01 WS-DN-OK PIC A(1).
           01 WS-DN-EOF PIC A(1).
           01 WS-DN-FOUND PIC A(1).
      * The dollar amount the count must agree with, and the total of
      * the count itself
           01 WS-DN-AMMOUNT PIC 9(10)V9(2).
           01 WS-DN-TOTAL PIC 9(10)V9(2).
           01 WS-DN-PIECE-VALUE PIC 9(10)V9(2).
      * Which count record a movement or closing count lands on, and
      * whether a movement goes in or out of it
           01 WS-DN-KIND PIC A(1).
           01 WS-DN-OWNER PIC X(8).
           01 WS-DN-DATE PIC 9(6).
           01 WS-DN-BRANCH PIC X(3).
           01 WS-DN-DIRECTION PIC A(1).
           01 WS-DN-EXPECTED PIC S9(8).
           01 WS-DN-NET PIC S9(8).
           01 WS-DN-ON-HAND PIC S9(8).
           01 WS-DN-SHORT PIC 9(8).
           01 WS-DN-REPORT-DATE PIC 9(6).
           01 WS-DN-LINES PIC 9(6).
           01 WS-DN-REORDERS PIC 9(6).
           01 WS-DN-ON-HAND-OUT PIC -(7)9.
      * Official-check variables. The fee, the account number printed
      * on the checks (which is how clearing tells them from member
      * checks), the outstanding-liability GL account and the months
      * before an uncashed check is dormant come from the
      * OFFICIAL-CHECK-FEE, OFFICIAL-CHECK-ACCT, OFFICIAL-CHECK-GL and
      * OFFICIAL-CHK-MONTHS bank parameters when configured
           01 WS-OC-FEE PIC 9(10)V9(2) VALUE 10.00.
           01 WS-OC-BANK-ACCOUNT PIC 9(8) VALUE 99999999.
           01 WS-OC-GL PIC 9(6) VALUE 220001.
           01 WS-OC-DORMANT-MONTHS PIC 9(3) VALUE 36.
           01 WS-OC-OK PIC A(1).
           01 WS-OC-EOF PIC A(1).
           01 WS-OC-FUNDING PIC A(1).
           01 WS-OC-ACCOUNT PIC 9(8).
           01 WS-OC-AMMOUNT PIC 9(10)V9(2).
           01 WS-OC-TOTAL PIC 9(10)V9(2).
           01 WS-OC-PAYEE PIC X(30).
           01 WS-OC-PURCHASER PIC X(30).
           01 WS-OC-NUMBER PIC 9(6).
           01 WS-OC-TODAY PIC 9(6).
           01 WS-OC-TODAY-YY PIC 9(2).
           01 WS-OC-TODAY-REM PIC 9(4).
           01 WS-OC-TODAY-MM PIC 9(2).
           01 WS-OC-TODAY-DD PIC 9(2).
           01 WS-OC-ISSUE-YY PIC 9(2).
           01 WS-OC-ISSUE-REM PIC 9(4).
           01 WS-OC-ISSUE-MM PIC 9(2).
           01 WS-OC-ISSUE-DD PIC 9(2).
           01 WS-OC-MONTHS PIC S9(4).
           01 WS-OC-LINES PIC 9(6).
      * Outstanding count and amount by age: under 3 months, 3 to 5,
      * 6 to 11, and 12 months or more
           01 WS-OC-AGE-NAMES.
               05 FILLER PIC X(8) VALUE "UNDER 3M".
               05 FILLER PIC X(8) VALUE "3-5M".
               05 FILLER PIC X(8) VALUE "6-11M".
               05 FILLER PIC X(8) VALUE "12M+".
           01 WS-OC-AGE-NAME-TABLE REDEFINES WS-OC-AGE-NAMES.
               05 WS-OC-AGE-NAME PIC X(8) OCCURS 4 TIMES.
           01 WS-OC-AGE-TABLE.
               05 WS-OC-AGE OCCURS 4 TIMES.
                   10 WS-OC-AGE-COUNT PIC 9(6).
                   10 WS-OC-AGE-TOTAL PIC 9(12)V9(2).
           01 WS-OC-AGE-IDX PIC 9(1).
           01 WS-OC-DORMANT-COUNT PIC 9(6).
           01 WS-OC-DORMANT-TOTAL PIC 9(12)V9(2).
           01 WS-OC-ES-COUNT PIC 9(6).
           01 WS-OC-ES-TOTAL PIC 9(12)V9(2).
      * GL journal pair for the official-check ledger entries
           01 WS-OC-FEE-GL PIC 9(6).
           01 WS-OC-EVENT-DATE PIC 9(8).
           01 WS-OC-GL-DEBIT PIC 9(6).
           01 WS-OC-GL-CREDIT PIC 9(6).
           01 WS-OC-GL-AMMOUNT PIC 9(10)V9(2).
           01 WS-OC-GL-REF PIC X(9).
      * Change-in-terms notice variables. CHANGE-NOTICE-DAYS in the
      * bank parameters is the advance notice an adverse change must
      * give; the terms table names the bank parameters customers
      * are held to, the account type each reaches ("*" for every
      * type) and which way a change hurts the customer, U when the
      * value goes up and D when it comes down
           01 WS-CT-TERM-VALUES.
               05 FILLER PIC X(22) VALUE "NSF-FEE             *U".
               05 FILLER PIC X(22) VALUE "LOW-BALANCE-FEE     *U".
               05 FILLER PIC X(22) VALUE "MIN-BALANCE         *U".
               05 FILLER PIC X(22) VALUE "REL-WAIVE-BALANCE   *U".
               05 FILLER PIC X(22) VALUE "DAILY-WD-LIMIT      *D".
               05 FILLER PIC X(22) VALUE "SAVINGS-WD-LIMIT    sD".
               05 FILLER PIC X(22) VALUE "CD-PENALTY-PCT      tU".
           01 WS-CT-TERM-TABLE REDEFINES WS-CT-TERM-VALUES.
               05 WS-CT-TERM OCCURS 7 TIMES.
                   10 WS-CT-TERM-NAME PIC X(20).
                   10 WS-CT-TERM-TYPE PIC X(1).
                   10 WS-CT-TERM-WAY PIC A(1).
           01 WS-CT-IDX PIC 9(2).
           01 WS-CT-WAY PIC A(1).
           01 WS-CT-NOTICE-DAYS PIC 9(3).
           01 WS-CT-TODAY PIC 9(6).
           01 WS-CT-EFFECTIVE PIC 9(6).
           01 WS-CT-EFFECTIVE-IN PIC 9(6).
           01 WS-CT-YYYYMMDD PIC 9(8).
           01 WS-CT-TODAY-INT PIC 9(7).
           01 WS-CT-EFFECTIVE-INT PIC 9(7).
           01 WS-CT-LEAD-DAYS PIC S9(5).
           01 WS-CT-LEAD-EDIT PIC -(5)9.
      * y when the change alters terms a customer holds, y when it
      * alters them for the worse, y when its effective date falls
      * inside the notice period an adverse change must give, and
      * y when the pending record stays queued after the decision
           01 WS-CT-CUSTOMER PIC A(1).
           01 WS-CT-ADVERSE PIC A(1).
           01 WS-CT-REFUSED PIC A(1).
           01 WS-CT-KEEP PIC A(1).
           01 WS-CT-FOUND PIC A(1).
      * The affected accounts: type ("*" for all) and, for a tier,
      * the balance above which the tier is earned
           01 WS-CT-TYPE PIC X(1).
           01 WS-CT-FLOOR PIC 9(10)V9(2).
           01 WS-CT-WHAT PIC X(40).
           01 WS-CT-OLD-TEXT PIC X(70).
           01 WS-CT-NEW-TEXT PIC X(70).
           01 WS-CT-OLD-PTR PIC 9(3).
           01 WS-CT-NEW-PTR PIC 9(3).
           01 WS-CT-OLD-RATE PIC 9(3)V9(4).
           01 WS-CT-OLD-FLOOR PIC 9(10)V9(2).
           01 WS-CT-AMOUNT PIC 9(10)V9(4).
           01 WS-CT-MONEY-EDIT PIC Z(9)9.99.
           01 WS-CT-RATE-EDIT PIC Z(2)9.9(4).
           01 WS-CT-AMOUNT-TEXT PIC X(20).
           01 WS-CT-LEAD PIC 9(2).
           01 WS-CT-BALANCE-EDIT PIC -(10)9.99.
      * The tier and product changes carried in PC-KEY
           01 WS-CT-TIER-KEY.
               05 WS-CT-TK-TYPE PIC A(1).
               05 WS-CT-TK-NUMBER PIC 9(2).
               05 WS-CT-TK-FLOOR PIC 9(10)V9(2).
           01 WS-CT-PROD-KEY.
               05 WS-CT-PK-CODE PIC A(1).
               05 WS-CT-PK-INTEREST PIC A(1).
               05 WS-CT-PK-WD-LIMIT PIC 9(2).
               05 WS-CT-PK-FEE-SET PIC X(1).
               05 WS-CT-PK-OD PIC A(1).
               05 WS-CT-PK-IRA PIC A(1).
      * Notice-run counts: accounts affected, letters produced (held
      * mail included), letters held for a bad address, and notices
      * that could not be produced
           01 WS-CT-EOF PIC A(1).
           01 WS-CT-AFFECTED PIC 9(6).
           01 WS-CT-PRODUCED PIC 9(6).
           01 WS-CT-HELD PIC 9(6).
           01 WS-CT-FAILED PIC 9(6).
           01 WS-CT-LINES PIC 9(6).
           01 WS-CT-RESULT PIC X(8).
           01 WS-CT-DUE-COUNT PIC 9(6).
      * Retention purge variables. PURGE-RETAIN-YEARS in the bank
      * parameters is how long personal data is kept after a
      * member's last account closes; the closure dates come from
      * the closure confirmation lines, loaded once per run
           01 WS-PG-CLOSURE-STATUS PIC X(2).
           01 WS-PG-RETAIN-YEARS PIC 9(2).
           01 WS-PG-TODAY PIC 9(6).
           01 WS-PG-CUTOFF PIC 9(8).
           01 WS-PG-EOF PIC A(1).
           01 WS-PG-SCAN-EOF PIC A(1).
           01 WS-PG-CLOSURE-LINE.
               05 WS-PG-CL-TAG PIC X(15).
               05 WS-PG-CL-ACCOUNT PIC 9(8).
               05 FILLER PIC X(6).
               05 WS-PG-CL-DATE PIC 9(8).
               05 FILLER PIC X(63).
           01 WS-PG-CLOSED-COUNT PIC 9(4).
           01 WS-PG-CLOSED-TABLE.
               05 WS-PG-CLOSED OCCURS 5000 TIMES.
                   10 WS-PG-CLOSED-ACCOUNT PIC 9(8).
                   10 WS-PG-CLOSED-DATE PIC 9(8).
           01 WS-PG-CIDX PIC 9(4).
      * The member's accounts, each with its closure date
           01 WS-PG-ACCT-COUNT PIC 9(3).
           01 WS-PG-ACCTS.
               05 WS-PG-ACCT OCCURS 100 TIMES.
                   10 WS-PG-ACCT-ID PIC 9(8).
                   10 WS-PG-ACCT-CLOSED PIC 9(8).
           01 WS-PG-IDX PIC 9(3).
           01 WS-PG-LAST-CLOSED PIC 9(8).
      * Why a member is kept: blank when the member is purged
           01 WS-PG-REASON PIC X(20).
           01 WS-PG-MEMBER-COUNT PIC 9(6).
           01 WS-PG-PURGED PIC 9(6).
           01 WS-PG-ACCT-PURGED PIC 9(6).
           01 WS-PG-ALREADY PIC 9(6).
           01 WS-PG-NO-ACCOUNTS PIC 9(6).
           01 WS-PG-ACTIVE PIC 9(6).
           01 WS-PG-RETAINED PIC 9(6).
           01 WS-PG-HELD PIC 9(6).
           01 WS-PG-LINES PIC 9(6).
      * Member data-access export variables: the member's accounts,
      * the transaction range asked for, and the run dates of the
      * transaction archives to search as well
           01 WS-DA-MEMBER-IN PIC 9(8).
           01 WS-DA-FOUND PIC A(1).
           01 WS-DA-TODAY PIC 9(6).
           01 WS-DA-EOF PIC A(1).
           01 WS-DA-FROM-IN PIC 9(6).
           01 WS-DA-TO-IN PIC 9(6).
           01 WS-DA-FROM-CMP PIC 9(8).
           01 WS-DA-TO-CMP PIC 9(8).
           01 WS-DA-FROM-YM PIC 9(6).
           01 WS-DA-TO-YM PIC 9(6).
           01 WS-DA-ARCHIVE-STATUS PIC X(2).
           01 WS-DA-ARCH-IN PIC 9(6).
           01 WS-DA-ARCH-COUNT PIC 9(2).
           01 WS-DA-ARCH-DATE PIC 9(6) OCCURS 20 TIMES.
           01 WS-DA-ARCH-IDX PIC 9(2).
           01 WS-DA-ARCH-RECORD.
               05 WS-DA-ARCH-NUMBER PIC 9(10).
               05 WS-DA-ARCH-POSTED PIC 9(8).
               05 WS-DA-ARCH-ACCOUNT PIC 9(8).
               05 WS-DA-ARCH-AMMOUNT PIC 9(10)V9(2).
               05 WS-DA-ARCH-SIGN PIC X(1).
               05 WS-DA-ARCH-MEMO PIC X(20).
               05 WS-DA-ARCH-CURRENCY PIC X(3).
               05 FILLER PIC X(13).
      * An archive written before posting dates carried the day holds
      * the shorter record with a year-and-month date; its sign byte
      * falls where the current record still has amount digits
           01 WS-DA-OLD-ARCH-RECORD REDEFINES WS-DA-ARCH-RECORD.
               05 WS-DA-OLD-ARCH-NUMBER PIC 9(10).
               05 WS-DA-OLD-ARCH-DATE-YM PIC 9(6).
               05 WS-DA-OLD-ARCH-ACCOUNT PIC 9(8).
               05 WS-DA-OLD-ARCH-AMMOUNT PIC 9(10)V9(2).
               05 WS-DA-OLD-ARCH-SIGN PIC X(1).
               05 WS-DA-OLD-ARCH-MEMO PIC X(20).
               05 WS-DA-OLD-ARCH-CURRENCY PIC X(3).
               05 FILLER PIC X(15).
      * The archived record's fields as matched and listed, whichever
      * layout it was read in
           01 WS-DA-ARCH-DATE-SHOW PIC X(8).
           01 WS-DA-ARCH-IN-RANGE PIC A(1).
           01 WS-DA-ARCH-TX-NUMBER PIC 9(10).
           01 WS-DA-ARCH-TX-ACCOUNT PIC 9(8).
           01 WS-DA-ARCH-TX-AMMOUNT PIC 9(10)V9(2).
           01 WS-DA-ARCH-TX-SIGN PIC X(1).
           01 WS-DA-ARCH-TX-MEMO PIC X(20).
           01 WS-DA-ARCH-TX-CURRENCY PIC X(3).
           01 WS-DA-ACCT-COUNT PIC 9(3).
           01 WS-DA-ACCT-ID PIC 9(8) OCCURS 100 TIMES.
           01 WS-DA-IDX PIC 9(3).
           01 WS-DA-JDX PIC 9(3).
           01 WS-DA-TAG.
               05 FILLER PIC X(8) VALUE "account=".
               05 WS-DA-TAG-ACCOUNT PIC 9(8).
           01 WS-DA-HITS PIC 9(3).
           01 WS-DA-TX-COUNT PIC 9(6).
           01 WS-DA-ARCH-HITS PIC 9(6).
           01 WS-DA-LINES PIC 9(6).
           01 WS-DA-MONEY-EDIT PIC -(10)9.99.
           01 WS-DA-MONEY-EDIT-2 PIC -(10)9.99.
           01 WS-DA-MONEY-EDIT-3 PIC -(10)9.99.
           01 WS-DA-RATE-EDIT PIC Z(2)9.9(4).
      * Auditor confirmation sampling variables. CONFIRM-SAMPLE-SIZE
      * (25 when unset) is the sample drawn across all bands; the
      * bands are split at CONFIRM-BAND-1, -2 and -3 (1,000, 10,000
      * and 100,000 when unset), band 4 being everything above
           01 WS-AS-SNAP-IN PIC 9(6).
           01 WS-AS-MONTH PIC 9(6).
           01 WS-AS-METHOD-IN PIC A(1).
           01 WS-AS-SEED-IN PIC 9(8).
           01 WS-AS-SEED PIC 9(8).
           01 WS-AS-TODAY PIC 9(6).
           01 WS-AS-EOF PIC A(1).
           01 WS-AS-OK PIC A(1).
           01 WS-AS-PASS PIC 9(1).
           01 WS-AS-SIZE PIC 9(4).
           01 WS-AS-TOTAL-COUNT PIC 9(7).
           01 WS-AS-TOTAL-VALUE PIC 9(14)V9(2).
           01 WS-AS-BAND-DEFAULTS.
               05 FILLER PIC 9(10)V9(2) VALUE 1000.
               05 FILLER PIC 9(10)V9(2) VALUE 10000.
               05 FILLER PIC 9(10)V9(2) VALUE 100000.
           01 WS-AS-BAND-TABLE REDEFINES WS-AS-BAND-DEFAULTS.
               05 WS-AS-BAND-LIMIT PIC 9(10)V9(2) OCCURS 3 TIMES.
           01 WS-AS-BANDS.
               05 WS-AS-BAND OCCURS 4 TIMES.
                   10 WS-AS-COUNT PIC 9(7).
                   10 WS-AS-VALUE PIC 9(14)V9(2).
                   10 WS-AS-ALLOC PIC 9(4).
                   10 WS-AS-SEEN PIC 9(7).
                   10 WS-AS-PICKED PIC 9(4).
                   10 WS-AS-CUM PIC 9(14)V9(2).
                   10 WS-AS-INTERVAL PIC 9(14)V9(2).
                   10 WS-AS-NEXT-POINT PIC 9(14)V9(2).
           01 WS-AS-B PIC 9(1).
           01 WS-AS-RANDOM PIC 9V9(8).
           01 WS-AS-ITEM-TYPE PIC A(1).
           01 WS-AS-ITEM-ACCOUNT PIC 9(8).
           01 WS-AS-ITEM-BALANCE PIC S9(12)V9(2).
           01 WS-AS-ITEM-ABS PIC 9(12)V9(2).
           01 WS-AS-PICK PIC A(1).
           01 WS-AS-LINES PIC 9(6).
           01 WS-AS-LABEL PIC X(6).
           01 WS-AS-MONEY-EDIT PIC -(12)9.99.
           01 WS-AS-TYPE-IN PIC A(1).
           01 WS-AS-ACCOUNT-IN PIC 9(8).
           01 WS-AS-RESPONSE-IN PIC A(1).
           01 WS-AS-NOTE-IN PIC X(40).
      * Response summary counts, by band and in total (index 5)
           01 WS-AS-SUMMARY.
               05 WS-AS-SUM OCCURS 5 TIMES.
                   10 WS-AS-SUM-SAMPLED PIC 9(5).
                   10 WS-AS-SUM-NO-LETTER PIC 9(5).
                   10 WS-AS-SUM-AGREED PIC 9(5).
                   10 WS-AS-SUM-OPEN PIC 9(5).
                   10 WS-AS-SUM-RESOLVED PIC 9(5).
                   10 WS-AS-SUM-OUTSTANDING PIC 9(5).
      * Cross-sell prospect run variables: the last three snapshot
      * dates, the active rules with the date limits worked out for
      * each, the members with a complaint still open, the current
      * member's open accounts, and the prospects found, which are
      * written out rule by rule once every member has been seen
           01 WS-XS-COMMAND PIC X(10).
           01 WS-XS-EOF PIC A(1).
           01 WS-XS-SCAN-EOF PIC A(1).
           01 WS-XS-FOUND PIC A(1).
           01 WS-XS-OTHER PIC A(1).
           01 WS-XS-TODAY PIC 9(6).
           01 WS-XS-TODAY-INT PIC 9(8).
           01 WS-XS-WORK-DATE PIC 9(8).
           01 WS-XS-SNAP-COUNT PIC 9(1).
           01 WS-XS-SNAP-TABLE.
               05 WS-XS-SNAP-DATE PIC 9(6) OCCURS 3 TIMES.
           01 WS-XS-S PIC 9(1).
           01 WS-XS-RULE-COUNT PIC 9(2).
           01 WS-XS-RULE-TABLE.
               05 WS-XS-RULE OCCURS 20 TIMES.
                   10 WS-XS-R-ID PIC X(8).
                   10 WS-XS-R-KIND PIC X(8).
                   10 WS-XS-R-TYPE PIC A(1).
                   10 WS-XS-R-AMOUNT PIC 9(10)V9(2).
                   10 WS-XS-R-DAYS PIC 9(3).
                   10 WS-XS-R-CAMPAIGN PIC X(30).
      * Earliest payroll month (YYYYMM) and latest maturity (YYMMDD)
                   10 WS-XS-R-PAY-FROM PIC 9(8).
                   10 WS-XS-R-HORIZON PIC 9(6).
                   10 WS-XS-R-HITS PIC 9(5).
           01 WS-XS-R PIC 9(2).
           01 WS-XS-CMP-COUNT PIC 9(4).
           01 WS-XS-CMP-TABLE.
               05 WS-XS-CMP-MEMBER PIC 9(8) OCCURS 2000 TIMES.
           01 WS-XS-C PIC 9(4).
           01 WS-XS-ACCT-COUNT PIC 9(2).
           01 WS-XS-ACCT-TABLE.
               05 WS-XS-ACCT OCCURS 50 TIMES.
                   10 WS-XS-A-ID PIC 9(8).
                   10 WS-XS-A-TYPE PIC A(1).
      * y when the account carries a term deposit, with its maturity
      * date and disposition
                   10 WS-XS-A-TD PIC A(1).
                   10 WS-XS-A-MATURITY PIC 9(6).
                   10 WS-XS-A-DISPOSITION PIC A(1).
           01 WS-XS-A PIC 9(2).
           01 WS-XS-HIT-COUNT PIC 9(4).
           01 WS-XS-HIT-TABLE.
               05 WS-XS-HIT OCCURS 5000 TIMES.
                   10 WS-XS-H-RULE PIC 9(2).
                   10 WS-XS-H-MEMBER PIC 9(8).
                   10 WS-XS-H-DETAIL PIC X(40).
           01 WS-XS-H PIC 9(4).
           01 WS-XS-DETAIL PIC X(40).
           01 WS-XS-BALANCE-TOTAL PIC S9(12)V9(2).
           01 WS-XS-AVERAGE PIC S9(12)V9(2).
           01 WS-XS-AVERAGE-OUT PIC -(11)9.99.
           01 WS-XS-OFFICER-NAME PIC X(30).
           01 WS-XS-MEMBERS PIC 9(7).
           01 WS-XS-MINORS PIC 9(7).
           01 WS-XS-OPTED-OUT PIC 9(7).
           01 WS-XS-DECEASED PIC 9(7).
           01 WS-XS-COMPLAINTS PIC 9(7).
           01 WS-XS-LINES PIC 9(7).
           01 WS-XS-TODAY-DATE PIC 9(8).
           01 WS-XS-AGE PIC 9(3).
      * Auto generate seed
           01 WS-CURRENT-DATE-DATA.
               05 WS-CURRENT-DATE.
      -            "op/sn/bq/sr/hr/cm/mr/do/dc/fp/ul/gj/ma/oa/pr/ti/cg
      -            "/es/an/sb/sp/py/cp/la/rt/bl/ak/sx/is/cx/lc/bb/ws
      -            "/lf/ap/em/rp/pd/wr/cl/lv/wh/wx/gw/av/ew/vl/ck/sw
      -            "/kr/na/dx/dg/dm/ce/ca/cs/sd/bx/bd/ln/lq/ix/vr/vp/ei/
      -            "eb/ea/co/rv/cf/lr/cb/bn/ds/rr/de/lo/lg/sg/rm/hm/mb/c
      -            "q/cw/wl/st/rs/rk/im/ra/rd/sf/dp/dq/qr/mf/fs/cr/fm
      -            "/bm/or/pb/pc/ru/cn/ga/gp/gt/gf/gy/qe/iy/xc/xp/vo/oc/
      -            "oo/ci/pu/mx/as/al/ay/xs/xm"
               ACCEPT WS-BANK-COMMAND
           ELSE
               MOVE LS-BATCH-COMMAND TO WS-BANK-COMMAND
                   MOVE WS-CURRENT-TIME TO WS-CD-ID
                   PERFORM MINT-ACCOUNT-ID
                   MOVE WS-CD-ID TO CREATE-ACCOUNT-ID
                   PERFORM TAKE-HOME-BRANCH
      * Set default balance info
                   MOVE CREATE-ACCOUNT-ID TO BALANCE-ID
                   MOVE 0 TO BALANCE-AMMOUNT
                       END-REWRITE
                       END-WRITE
                   CLOSE ACCOUNT-DETAILS
                   IF WS-IR-OPEN-IRA IS EQUAL TO "y"
                       PERFORM WRITE-IRA-DETAILS
                   END-IF
                   PERFORM TAKE-PROMO-CAMPAIGN
                   DISPLAY "Information saved! Your account ID is: "
                       CREATE-ACCOUNT-ID
               END-IF
               PERFORM CHANNEL-MIX-REPORT
               DISPLAY "Channel-mix report complete..."
           ELSE IF WS-BANK-COMMAND = "is"
               DISPLAY "Running income statement..."
               PERFORM INCOME-STATEMENT-REPORT
               DISPLAY "Income statement complete..."
           ELSE IF WS-BANK-COMMAND = "sx"
               DISPLAY "Running snapshot retention rollup..."
               PERFORM ROLLUP-SNAPSHOTS
                   DISPLAY "Unlocking an account requires a staff sign
      -                "-on..."
               END-IF
      * Branch-service and servicing commands: a second dispatch
      * table, grouped in its own paragraph
           ELSE IF WS-BANK-COMMAND = "dx" OR WS-BANK-COMMAND = "dg" OR
               WS-BANK-COMMAND = "dm" OR WS-BANK-COMMAND = "ce" OR
               WS-BANK-COMMAND = "ca" OR WS-BANK-COMMAND = "cs" OR
               WS-BANK-COMMAND = "sd" OR WS-BANK-COMMAND = "bx" OR
               WS-BANK-COMMAND = "bd" OR WS-BANK-COMMAND = "ln" OR
               WS-BANK-COMMAND = "lq" OR WS-BANK-COMMAND = "ix" OR
               WS-BANK-COMMAND = "vr" OR WS-BANK-COMMAND = "vp" OR
               WS-BANK-COMMAND = "ei" OR WS-BANK-COMMAND = "eb" OR
               WS-BANK-COMMAND = "ea" OR WS-BANK-COMMAND = "co" OR
               WS-BANK-COMMAND = "rv" OR WS-BANK-COMMAND = "cf" OR
               WS-BANK-COMMAND = "lr" OR WS-BANK-COMMAND = "cb" OR
               WS-BANK-COMMAND = "bn" OR WS-BANK-COMMAND = "ds" OR
               WS-BANK-COMMAND = "rr" OR WS-BANK-COMMAND = "de" OR
               WS-BANK-COMMAND = "lo" OR WS-BANK-COMMAND = "lg" OR
               WS-BANK-COMMAND = "sg" OR WS-BANK-COMMAND = "rm" OR
               WS-BANK-COMMAND = "hm" OR WS-BANK-COMMAND = "mb" OR
               WS-BANK-COMMAND = "cq" OR WS-BANK-COMMAND = "cw" OR
               WS-BANK-COMMAND = "wl" OR WS-BANK-COMMAND = "st" OR
               WS-BANK-COMMAND = "rs" OR WS-BANK-COMMAND = "rk" OR
               WS-BANK-COMMAND = "im" OR WS-BANK-COMMAND = "ra" OR
               WS-BANK-COMMAND = "rd" OR WS-BANK-COMMAND = "sf" OR
               WS-BANK-COMMAND = "dp" OR WS-BANK-COMMAND = "dq" OR
               WS-BANK-COMMAND = "qr" OR WS-BANK-COMMAND = "mf" OR
               WS-BANK-COMMAND = "fs" OR WS-BANK-COMMAND = "cr" OR
               WS-BANK-COMMAND = "fm" OR WS-BANK-COMMAND = "bm" OR
               WS-BANK-COMMAND = "or" OR WS-BANK-COMMAND = "pb" OR
               WS-BANK-COMMAND = "pc" OR WS-BANK-COMMAND = "ru" OR
               WS-BANK-COMMAND = "cn" OR WS-BANK-COMMAND = "ga" OR
               WS-BANK-COMMAND = "gp" OR WS-BANK-COMMAND = "gt" OR
               WS-BANK-COMMAND = "gf" OR WS-BANK-COMMAND = "gy" OR
               WS-BANK-COMMAND = "qe" OR WS-BANK-COMMAND = "iy" OR
               WS-BANK-COMMAND = "xc" OR WS-BANK-COMMAND = "xp" OR
               WS-BANK-COMMAND = "vo" OR WS-BANK-COMMAND = "oc" OR
               WS-BANK-COMMAND = "oo" OR WS-BANK-COMMAND = "ci" OR
               WS-BANK-COMMAND = "pu" OR WS-BANK-COMMAND = "mx" OR
               WS-BANK-COMMAND = "as" OR WS-BANK-COMMAND = "al" OR
               WS-BANK-COMMAND = "ay" OR WS-BANK-COMMAND = "xs" OR
               WS-BANK-COMMAND = "xm"
               PERFORM RUN-SERVICE-BATCH-COMMAND
           ELSE IF WS-BANK-COMMAND = "si"
      * No teller posting while the nightly chain is mid-flight; a
      * staff override is possible and logged
                           MOVE BALANCE-STATUS TO WS-ACCOUNT-STATUS
                           MOVE BALANCE-CURRENCY TO WS-ACCOUNT-CURRENCY
                   CLOSE BALANCE-DETAILS
                   IF WS-ACCOUNT-STATUS IS EQUAL TO "X"
                       DISPLAY "This account has been charged off; only 
      -                "deposits are accepted"
                   END-IF
      * The savings withdrawal counter lives on the balance record
      * now, so it survives sign-off; it only resets when the
      * calendar month on the record is no longer this month
                   PERFORM CHECK-KYC-REVIEW-DUE
      * The member's age gates the credit products below
                   PERFORM GET-MEMBER-AGE
      * Verification micro-deposits sent to a newly linked
      * external account are confirmed at the next sign-in
                   PERFORM CONFIRM-MICRO-DEPOSITS
      * A staff-issued temporary password must be changed before the
      * session may proceed
                   IF CREATE-PASS-VALID IS EQUAL TO "t"
                               WS-ACCOUNT-STATUS IS EQUAL TO "H"
                               DISPLAY "Account is frozen... deposit decl
      -                            "ined"
      * A charged-off account takes deposits as recoveries
                           ELSE IF WS-BANK-COMMAND = "deposit" AND
                               WS-ACCOUNT-STATUS IS EQUAL TO "X"
                               PERFORM TAKE-CHARGED-OFF-DEPOSIT
      * A retirement account takes deposits as tax-year contributions
                           ELSE IF WS-BANK-COMMAND = "deposit" AND
                               WS-PROD-RETIREMENT IS EQUAL TO "y"
                               PERFORM TAKE-IRA-CONTRIBUTION
                           ELSE IF WS-BANK-COMMAND = "deposit"
                               DISPLAY "Enter an amount to deposit..."
                               ACCEPT WS-DEPOSIT-AMMOUNT
                               END-IF
      * Withdraw command
                           ELSE IF WS-BANK-COMMAND = "withdraw" AND
                               (WS-ACCOUNT-STATUS IS EQUAL TO "H" OR
                               WS-ACCOUNT-STATUS IS EQUAL TO "X")
                               DISPLAY "Account is frozen or charged off
      -                            "... withdrawal declined"
      * A retirement account pays withdrawals out as coded
      * distributions
                           ELSE IF WS-BANK-COMMAND = "withdraw" AND
                               WS-PROD-RETIREMENT IS EQUAL TO "y"
                               PERFORM TAKE-IRA-DISTRIBUTION
                           ELSE IF WS-BANK-COMMAND = "withdraw"
                               DISPLAY "Enter an amount to withdraw..."
                               ACCEPT WS-WITHDRAW-AMMOUNT
                                           WS-SAVINGS-LIMIT-DECLINED
                                   END-IF
                               END-IF
      * A business signer may take out no more at once than the
      * signing limit on their signer record, again with no fee
                               IF WS-WITHDRAW-DECLINED IS NOT EQUAL
                                   TO "y" AND
                                   WS-SG-SIGNED-IN IS EQUAL TO "y"
                                   AND WS-SG-SESSION-LIMIT > 0 AND
                                   WS-WITHDRAW-AMMOUNT >
                                   WS-SG-SESSION-LIMIT
                                   DISPLAY "That is over your signing li
      -                            "mit of "WS-SG-SESSION-LIMIT
                                   DISPLAY "Withdrawal declined"
                                   MOVE "y" TO WS-WITHDRAW-DECLINED
                                   MOVE "y" TO WS-SAVINGS-LIMIT-DECLINED
                               END-IF
      * Large withdrawals are held for a second teller's approval
      * instead of applying immediately
                               IF WS-WITHDRAW-DECLINED IS NOT EQUAL TO
                                   MOVE WS-WITHDRAW-AMMOUNT TO
                                       WS-DRAWER-CASH-AMMOUNT
                                   PERFORM UPDATE-DRAWER-TOTALS
      * Accrue the spare change for round-up savings
                                   MOVE CREATE-ACCOUNT-ID TO
                                       WS-RU-ACCOUNT
                                   MOVE WS-WITHDRAW-AMMOUNT TO
                                       WS-RU-AMMOUNT
                                   PERFORM ACCRUE-ROUND-UP
      * Both END-IFs are needed: the waiver branch above opened a
      * second IF, and the shared transaction write below must run
      * on every path
                                   TO "y" AND
                                   WS-PROD-FEE-SET IS NOT EQUAL TO
                                   "N" AND
                                   WS-ACCOUNT-STATUS IS NOT EQUAL TO
                                   "X" AND
                                   WS-ACCOUNT-VALUE < WS-MIN-BALANCE
                                   PERFORM CHECK-FEE-WAIVER
                                   MOVE "y" TO
                                   WS-ACCOUNT-VALUE
      * Transfer command: debit this account, credit another
                           ELSE IF WS-BANK-COMMAND = "transfer" AND
                               (WS-ACCOUNT-STATUS IS EQUAL TO "H" OR
                               WS-ACCOUNT-STATUS IS EQUAL TO "X")
                               DISPLAY "Account is frozen or charged off
      -                            "... transfer declined"
      * Money leaves a retirement account only as a distribution
                           ELSE IF WS-BANK-COMMAND = "transfer" AND
                               WS-PROD-RETIREMENT IS EQUAL TO "y"
                               DISPLAY "Money leaves a retirement acco"
                                   "unt only as a distribution; use "
                                   "withdraw"
                           ELSE IF WS-BANK-COMMAND = "transfer"
                               DISPLAY "Enter destination account ID..."
                               ACCEPT WS-TRANSFER-DEST-ID
                                           WS-TRANSFER-DECLINED
                                   END-IF
                               END-IF
      * The business signer's limit applies to transfers as well
                               IF WS-TRANSFER-DECLINED IS NOT EQUAL
                                   TO "y" AND
                                   WS-SG-SIGNED-IN IS EQUAL TO "y"
                                   AND WS-SG-SESSION-LIMIT > 0 AND
                                   WS-TRANSFER-AMMOUNT >
                                   WS-SG-SESSION-LIMIT
                                   DISPLAY "That is over your signing li
      -                            "mit of "WS-SG-SESSION-LIMIT
                                   DISPLAY "Transfer declined"
                                   MOVE "y" TO WS-TRANSFER-DECLINED
                               END-IF
                               IF WS-TRANSFER-DECLINED IS NOT EQUAL TO
                                   "y"
                                   MOVE WS-TRANSFER-DEST-ID
                                           MOVE "y" TO
                                               WS-TRANSFER-DECLINED
                                       NOT INVALID KEY
                                           PERFORM
                                               GET-PRODUCT-RETIREMENT
                                           IF BALANCE-STATUS IS EQUAL TO
                                               "H" OR BALANCE-STATUS IS
                                               EQUAL TO "X"
                                             DISPLAY "Error: destinatio
      -                                          "n account is frozen or
      -                                          " charged off"
                                             MOVE "y" TO
                                               WS-TRANSFER-DECLINED
      * A retirement account is funded only by contributions
                                           ELSE IF WS-BP-RETIREMENT IS
                                               EQUAL TO "y"
                                             DISPLAY "Error: destinatio"
                                                 "n is a retirement acc"
                                                 "ount; it takes only c"
                                                 "ontributions"
                                             MOVE "y" TO
                                               WS-TRANSFER-DECLINED
                                           ELSE
      -                                                "t"
                                           END-REWRITE
                                           END-IF
                                           END-IF
                                       END-READ
                                   CLOSE BALANCE-DETAILS
                               END-IF
      -                                        "is account"
                                       END-IF
                                   END-READ
      * A disputed item is settled through its case, a provisional
      * credit only by closing that case, and an item already
      * reversed cannot be reversed a second time
                                   IF WS-REVERSE-FOUND IS EQUAL TO "y"
                                       MOVE TRANSACTION-AMMOUNT TO
                                           WS-TRANSACTION-AMMOUNT
                                       MOVE TRANSACTION-SIGN TO
                                           WS-TRANSACTION-SIGN
                                       MOVE TRANSACTION-MEMO TO
                                           WS-DS-REVERSAL-MEMO
                                       IF WS-DS-REVERSAL-MEMO(1:6) IS
                                           EQUAL TO "PROVCR" OR
                                           WS-DS-REVERSAL-MEMO(1:8) IS
                                           EQUAL TO "REVERSAL"
                                           DISPLAY "Error: a provisional
      -                                        " credit or a reversal ca
      -                                        "nnot itself be reversed"
                                           MOVE "n" TO WS-REVERSE-FOUND
                                       END-IF
                                   END-IF
                                   IF WS-REVERSE-FOUND IS EQUAL TO "y"
                                       MOVE WS-REVERSE-TX-NUMBER TO
                                           WS-DS-TX-NUMBER
                                       MOVE READ-ACCOUNT-ID TO
                                           WS-DS-ACCOUNT
                                       PERFORM FIND-DISPUTE-FOR-TX
                                       PERFORM FIND-PRIOR-REVERSAL
                                       IF WS-DS-DISPUTED IS EQUAL TO "y"
                                           DISPLAY "Error: transaction "
                                               WS-REVERSE-TX-NUMBER
                                               " is under dispute case "
                                               DISPUTE-CASE-ID
                                           MOVE "n" TO WS-REVERSE-FOUND
                                       ELSE IF WS-DS-REVERSED IS EQUAL
                                           TO "y"
                                           DISPLAY "Error: transaction "
                                               WS-REVERSE-TX-NUMBER
                                               " was already "
                                               "reversed by "
                                               TRANSACTION-NUMBER
                                           MOVE "n" TO WS-REVERSE-FOUND
                                       END-IF
                                       END-IF
                                   END-IF
                                   IF WS-REVERSE-FOUND IS EQUAL TO "y"
                                       IF WS-TRANSACTION-SIGN IS EQUAL
                                           TO "+"
                                           SUBTRACT
                                               WS-TRANSACTION-AMMOUNT
                                               FROM WS-ACCOUNT-VALUE
                                           MOVE "-" TO
                                               WS-TRANSACTION-SIGN
                                       ELSE
                                           ADD WS-TRANSACTION-AMMOUNT
                                               TO WS-ACCOUNT-VALUE
                                           MOVE "+" TO
                                               WS-TRANSACTION-SIGN
                                       END-IF
                                       MOVE FUNCTION CURRENT-DATE
                                           TO WS-CURRENT-DATE-DATA
                                       MOVE WS-CURRENT-DATE
                                           TO TRANSACTION-SIGN
                                       MOVE WS-TRANSACTION-AMMOUNT
                                           TO TRANSACTION-AMMOUNT
                                       MOVE WS-ACCOUNT-CURRENCY TO
                                           TRANSACTION-CURRENCY
      * The memo carries the reversed transaction's number, which is
      * both the link back and what the double-reversal check finds
                                       MOVE SPACES TO TRANSACTION-MEMO
                                       STRING "REVERSAL "
                                           WS-REVERSE-TX-NUMBER
                                           DELIMITED BY SIZE
                                           INTO TRANSACTION-MEMO
                                       END-STRING
                                       PERFORM
                                           WRITE-INTENDED-TRANSACTION
                                       DISPLAY "Transaction "
                               IF WS-STAFF-SIGNED-ON IS NOT EQUAL TO "y"
                                   DISPLAY "Freezing an account requires
      -                                " a staff sign-on..."
                               ELSE IF WS-ACCOUNT-STATUS IS EQUAL TO "X"
                                   DISPLAY "A charged-off account cannot
      -                                " be frozen"
                               ELSE
                               DISPLAY "Freezing account... deposits and
      -                            "withdrawals will be declined"
                               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                               PERFORM LOG-MAINTENANCE-ACTION
                               END-IF
                               END-IF
                           ELSE IF WS-BANK-COMMAND = "unfreeze"
                               PERFORM STAFF-SIGN-ON
                               IF WS-STAFF-SIGNED-ON IS NOT EQUAL TO "y"
                                   DISPLAY "Unfreezing an account requir
      -                                "es a staff sign-on..."
                               ELSE IF WS-ACCOUNT-STATUS IS EQUAL TO "X"
                                   DISPLAY "A charged-off account cannot
      -                                " be reactivated"
                               ELSE
                               DISPLAY "Unfreezing account..."
                               MOVE SPACES TO WS-AUDIT-BEFORE
                               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                               PERFORM LOG-MAINTENANCE-ACTION
                               END-IF
                               END-IF
      * Add a recurring/standing transfer instruction
                           ELSE IF WS-BANK-COMMAND = "standing"
                               MOVE FUNCTION CURRENT-DATE
                               DISPLAY "Enter next run date (YYMMDD)..."
                               ACCEPT SI-NEXT-RUN-DATE
                               MOVE 0 TO SI-LAST-POSTED-DATE
                               MOVE "A" TO SI-STATUS
                               OPEN I-O STANDING-INSTRUCTIONS
                                   WRITE STANDING-INSTRUCTION
                                   INVALID KEY
                               PERFORM QUOTE-LOAN-PAYOFF
      * Pay extra principal on the loan and re-amortize what remains
                           ELSE IF WS-BANK-COMMAND = "extra" AND
                               (WS-ACCOUNT-STATUS IS EQUAL TO "H" OR
                               WS-ACCOUNT-STATUS IS EQUAL TO "X")
                               DISPLAY "Account is frozen or charged off
      -                            "... payment declined"
                           ELSE IF WS-BANK-COMMAND = "extra"
                               PERFORM PAY-EXTRA-PRINCIPAL
      * Credit products are not available to minor-held accounts
                               DISPLAY "Declined: credit products are n
      -                            "ot available on accounts held by a
      -                            "member under 18"
      * Take a loan application against this account; the loan is
      * booked only once the application desk approves it
                           ELSE IF WS-BANK-COMMAND = "loan"
                               PERFORM TAKE-LOAN-APPLICATION
      * Close account command: the full closure workflow (refuse while
      * anything is still open against the account, disburse the
      * remaining balance, mark the balance record closed) instead of
      * the bare record delete this command used to be
                           ELSE IF WS-BANK-COMMAND = "delete" OR
                               WS-BANK-COMMAND = "close"
      * Closing pays the whole balance out, so a business signer,
      * who may be working under a limit, cannot do it
                               IF WS-SG-SIGNED-IN IS EQUAL TO "y"
                                   DISPLAY "A business signer cannot clo
      -                            "se the account"
                               ELSE
                               DISPLAY "Are you sure you want to close
      -                        "this account? y/n"
                               ACCEPT WS-DELETE-CONFIRM
                               IF WS-DELETE-CONFIRM = "y"
                                   PERFORM CLOSE-ACCOUNT-WORKFLOW
                               END-IF
                               END-IF
      * Queue an outbound payment to an outside party; it posts and
      * goes out in the end-of-day outbound payment file
                           ELSE IF WS-BANK-COMMAND = "pay" AND
                               (WS-ACCOUNT-STATUS IS EQUAL TO "H" OR
                               WS-ACCOUNT-STATUS IS EQUAL TO "X")
                               DISPLAY "Account is frozen or charged off
      -                            "... payment declined"
                           ELSE IF WS-BANK-COMMAND = "pay"
      * Money leaves a retirement account only as a distribution
                               IF WS-PROD-RETIREMENT IS EQUAL TO "y"
                                   DISPLAY "Money leaves a retirement "
                                       "account only as a distributio"
                                       "n; use withdraw"
                               ELSE
                                   PERFORM QUEUE-OUTBOUND-PAYMENT
                               END-IF
      * List, cancel or amend a queued payment before the end-of-day
      * cutoff
                           ELSE IF WS-BANK-COMMAND = "payq"
                               PERFORM REISSUE-SPOILED-CHECK
      * Open a term deposit (CD) funded from this account
                           ELSE IF WS-BANK-COMMAND = "cd" AND
                               (WS-ACCOUNT-STATUS IS EQUAL TO "H" OR
                               WS-ACCOUNT-STATUS IS EQUAL TO "X")
                               DISPLAY "Account is frozen or charged off
      -                            "... term deposit declined"
                           ELSE IF WS-BANK-COMMAND = "cd"
                               PERFORM OPEN-TERM-DEPOSIT
      * Break a term deposit early, with a penalty
      * Set the thresholds the nightly alert pass watches for
                           ELSE IF WS-BANK-COMMAND = "alerts"
                               PERFORM MAINTAIN-ALERT-PREFS
      * Open a dispute case against one of this account's debits and
      * post the provisional credit while it is investigated
                           ELSE IF WS-BANK-COMMAND = "dispute"
                               PERFORM OPEN-DISPUTE-CASE
      * Enroll in, change or stop round-up savings on this account
                           ELSE IF WS-BANK-COMMAND = "roundup"
                               PERFORM MAINTAIN-ROUND-UP
      * Link, verify and pull from accounts at other banks
                           ELSE IF WS-BANK-COMMAND = "external"
                               PERFORM MAINTAIN-EXTERNAL-ACCOUNTS
      * Block or allow the companies that may debit this account
                           ELSE IF WS-BANK-COMMAND = "filters"
                               PERFORM MAINTAIN-DEBIT-FILTERS
      * Retirement-account beneficiary and withholding election
                           ELSE IF WS-BANK-COMMAND = "ira"
                               IF WS-PROD-RETIREMENT IS EQUAL TO "y"
                                   PERFORM MAINTAIN-IRA-DESIGNATION
                               ELSE
                                   DISPLAY "This is not a retirement ac"
                                       "count"
                               END-IF
      * Sign off command and save balance info
                           ELSE IF WS-BANK-COMMAND = "so"
                               DISPLAY "Signing off..."
                               MOVE "n" TO WS-WAIVER-APPLIES
                               IF WS-PROD-FEE-SET IS NOT EQUAL TO
                                   "N" AND
                                   WS-ACCOUNT-STATUS IS NOT EQUAL TO
                                   "X" AND
                                   WS-ACCOUNT-VALUE < WS-MIN-BALANCE
                                   PERFORM CHECK-FEE-WAIVER
                                   MOVE "y" TO
           DISPLAY "check     stop      pay       cd        cdw".
           DISPLAY "passwd    joint     payoff    envelope  cdm".
           DISPLAY "extra     payq      reissue   sweep     alerts".
           DISPLAY "dispute   roundup   external  filters   ira".
           DISPLAY "so (sign off)".
           DISPLAY "-----------------------------------------------".

                   DISPLAY "Unknown product; defaulting to checking"
                   MOVE "c" TO CREATE-ACCOUNT-TYPE
               END-IF
      * A retirement account needs an eligible member, a beneficiary
      * and the holder's withholding election up front
               IF WS-IR-OPEN-IRA IS EQUAL TO "y"
                   PERFORM CHECK-IRA-ELIGIBILITY
                   IF WS-IR-ELIGIBLE IS EQUAL TO "y"
                       PERFORM TAKE-IRA-DESIGNATION
                   END-IF
               END-IF
               DISPLAY "Enter account currency (USD/EUR/GBP)..."
               ACCEPT WS-CREATE-CURRENCY.
               IF WS-CREATE-CURRENCY IS NOT EQUAL TO "USD" AND
      -                    "requires a guardian joint holder"
                       MOVE "n" TO CREATE-PASS-VALID
                   END-IF
                   IF WS-IR-OPEN-IRA IS EQUAL TO "y" AND
                       WS-IR-ELIGIBLE IS NOT EQUAL TO "y"
                       DISPLAY "Account not opened: the member is not "
                           "eligible for a retirement account"
                       MOVE "n" TO CREATE-PASS-VALID
                   END-IF
               END-IF.
      * Look up the member's age on BIO's member file; unknown member
      * IDs leave the age at zero, which applies no minor rules
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF.
      * A member the risk-scoring batch has rated is reviewed on the
      * cycle for that rating rather than the standard one
       RESTART-KYC-CLOCK.
           MOVE WS-KR-REVIEW-DAYS TO WS-RK-CYCLE-DAYS
           IF MEMBER-RISK-RATING IS NOT EQUAL TO SPACES
               PERFORM READ-RISK-REVIEW-DAYS
               IF MEMBER-RISK-RATING IS EQUAL TO "H"
                   MOVE WS-RK-HIGH-DAYS TO WS-RK-CYCLE-DAYS
               ELSE IF MEMBER-RISK-RATING IS EQUAL TO "M"
                   MOVE WS-RK-MEDIUM-DAYS TO WS-RK-CYCLE-DAYS
               ELSE
                   MOVE WS-RK-LOW-DAYS TO WS-RK-CYCLE-DAYS
               END-IF
               END-IF
           END-IF
           COMPUTE WS-KR-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-CURRENT-DATE))
           COMPUTE WS-KR-DUE-INT =
               WS-KR-TODAY-INT + WS-RK-CYCLE-DAYS
           COMPUTE MEMBER-KYC-REVIEW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-KR-DUE-INT).
      * Batch report of members whose periodic KYC review is due or
               READ MEMBER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-KR-EOF
               END-READ
      * A deceased member's file is settled through the estate, not
      * re-reviewed
               IF WS-KR-EOF IS NOT EQUAL TO "y" AND
                   MEMBER-DECEASED-DATE IS EQUAL TO 0
                   PERFORM JUDGE-ONE-KYC-REVIEW
               END-IF
           END-PERFORM
               MOVE "y" TO READ-PASS-VALID
               MOVE "n" TO WS-LOGIN-LOCKED
               MOVE "n" TO WS-LOGIN-CLOSED
               MOVE "n" TO WS-SG-SIGNED-IN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO WS-LOGIN-TODAY
               OPEN I-O BALANCE-DETAILS
      -                    "n"
                               MOVE "y" to WS-LOGGED-IN-CHECK
                           ELSE
      * Last, a listed signer of the business that owns the account
                               PERFORM FIND-BUSINESS-SIGNER
                               IF WS-SG-SIGNED-IN IS EQUAL TO "y"
                                   DISPLAY
                            "Information accepted! Business signer signe
      -                    "d in"
                                   MOVE "y" to WS-LOGGED-IN-CHECK
                               ELSE
                                   DISPLAY
                                   "Information invalid. Try again..."
                               END-IF
                           END-IF
                   END-READ
                   CLOSE ACCOUNT-DETAILS
                   PERFORM ACQUIRE-SESSION-LOCK
               END-IF
      * Everything this session posts is stamped as teller-channel
      * work under the signed-in username, at the branch of the drawer
      * open on this workstation, or the account's home branch when
      * no drawer is open
               IF WS-LOGGED-IN-CHECK IS EQUAL TO "y"
                   MOVE "TL" TO WS-TX-CHANNEL
                   MOVE READ-USERNAME(1:8) TO WS-TX-OPERATOR
                   MOVE CREATE-HOME-BRANCH TO WS-TX-BRANCH
                   PERFORM READ-CURRENT-DRAWER
                   IF WS-DRAWER-OPEN IS EQUAL TO "y"
                       MOVE CURDRAWER-BRANCH TO WS-TX-BRANCH
                   END-IF
                   IF WS-TX-BRANCH IS EQUAL TO SPACES
                       MOVE WS-MAIN-BRANCH TO WS-TX-BRANCH
                   END-IF
               END-IF
               PERFORM LOG-SIGNIN-ATTEMPT
      * Returned mail is raised with the teller so the address can be
      * put right while the customer is there
               IF WS-LOGGED-IN-CHECK IS EQUAL TO "y"
                   PERFORM PROMPT-RETURNED-MAIL
               END-IF.
      * Refuse a teller sign-in while BATCH-DRIVER's in-progress
      * marker is raised, unless a staff member overrides; every
      * override lands in the maintenance audit log
                   AT END SET WS-INTEREST-EOF TO 1
               END-READ
               IF WS-INTEREST-EOF IS NOT EQUAL TO 1 AND
                   BALANCE-STATUS IS NOT EQUAL TO "X" AND
                   BALANCE-LAST-INTEREST-DATE IS NOT EQUAL TO
                   WS-INTEREST-TODAY
                   MOVE "n" TO WS-ACCRUAL-FOUND
               END-IF
               IF WS-ACCRUAL-EOF IS NOT EQUAL TO "y" AND
                   WS-PROD-EARNS-INTEREST IS EQUAL TO "y" AND
                   BALANCE-STATUS IS NOT EQUAL TO "X" AND
                   BALANCE-AMMOUNT > 0
      * A type with rate tiers on file accrues each day across the
      * tiers the balance spans; otherwise the flat rate applies
               DISPLAY "No exceptions file on disk for that date"
               MOVE "y" TO WS-EW-EOF
           END-IF
      * A FLAG line waits until the indented lines after it (the
      * supporting detail some batches write) have been read
           MOVE "n" TO WS-EW-PENDING
           MOVE 0 TO WS-EW-DETAIL-COUNT
           MOVE "n" TO WS-EW-DETAIL-MORE
           PERFORM UNTIL WS-EW-EOF IS EQUAL TO "y"
               READ EXCEPTIONS-FILE
                   AT END MOVE "y" TO WS-EW-EOF
                   NOT AT END
                       IF EXCEPTIONS-LINE(1:2) IS EQUAL TO SPACES
                           PERFORM HOLD-EXCEPTION-DETAIL
                       ELSE
                           PERFORM REVIEW-PENDING-EXCEPTION
                           IF EXCEPTIONS-LINE(1:4) IS EQUAL TO "FLAG"
                               MOVE EXCEPTIONS-LINE TO WS-EW-LINE
                               MOVE "y" TO WS-EW-PENDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM REVIEW-PENDING-EXCEPTION
           CLOSE EXCEPTIONS-FILE
           DISPLAY "Exceptions dispositioned this sitting: "
               WS-EW-DONE-COUNT
           DISPLAY "Exceptions left open: "WS-EW-OPEN-COUNT.
       HOLD-EXCEPTION-DETAIL.
           IF WS-EW-PENDING IS EQUAL TO "y"
               IF WS-EW-DETAIL-COUNT < 40
                   ADD 1 TO WS-EW-DETAIL-COUNT
                   MOVE EXCEPTIONS-LINE TO
                       WS-EW-DETAIL(WS-EW-DETAIL-COUNT)
               ELSE
                   MOVE "y" TO WS-EW-DETAIL-MORE
               END-IF
           END-IF.
       REVIEW-PENDING-EXCEPTION.
           IF WS-EW-PENDING IS EQUAL TO "y"
               PERFORM REVIEW-ONE-EXCEPTION
           END-IF
           MOVE "n" TO WS-EW-PENDING
           MOVE 0 TO WS-EW-DETAIL-COUNT
           MOVE "n" TO WS-EW-DETAIL-MORE.
      * The offsets match the FLAG layout the anomaly and structuring
      * batches write: account at 14, transaction number at 26
       REVIEW-ONE-EXCEPTION.
           MOVE WS-EW-LINE(26:10) TO WS-EW-TX
           COMPUTE WS-EW-ACCOUNT =
               FUNCTION NUMVAL(WS-EW-LINE(14:8))
           PERFORM CHECK-TX-DISPOSED
           IF WS-EW-DISPOSED IS EQUAL TO "y"
               CONTINUE
           ELSE
               DISPLAY WS-EW-LINE
               PERFORM VARYING WS-EW-DETAIL-IDX FROM 1 BY 1
                   UNTIL WS-EW-DETAIL-IDX > WS-EW-DETAIL-COUNT
                   DISPLAY WS-EW-DETAIL(WS-EW-DETAIL-IDX)
               END-PERFORM
               IF WS-EW-DETAIL-MORE IS EQUAL TO "y"
                   DISPLAY "  (further detail lines are in the exception
      -                "s file)"
               END-IF
               DISPLAY "Disposition: (c)leared, con(f)irmed fraud, (e
      -            ")scalate, or (s)kip?"
               ACCEPT WS-EW-DECISION
               END-IF
           END-PERFORM
           CLOSE CHECK-REGISTER
      * Official checks print through the same file, so today's are
      * counted from their own register as well
           MOVE "n" TO WS-CK-EOF
           OPEN INPUT OFFICIAL-CHECKS
           MOVE LOW-VALUES TO OC-NUMBER
           START OFFICIAL-CHECKS KEY IS GREATER THAN OC-NUMBER
               INVALID KEY MOVE "y" TO WS-CK-EOF
           END-START
           PERFORM UNTIL WS-CK-EOF IS EQUAL TO "y"
               READ OFFICIAL-CHECKS NEXT RECORD
                   AT END MOVE "y" TO WS-CK-EOF
               END-READ
               IF WS-CK-EOF IS NOT EQUAL TO "y" AND
                   OC-ISSUE-DATE IS EQUAL TO WS-CK-TODAY
                   ADD 1 TO WS-CK-REG-COUNT
               END-IF
           END-PERFORM
           CLOSE OFFICIAL-CHECKS
           MOVE "n" TO WS-CK-EOF
           OPEN INPUT CHECK-PRINT-FILE
           PERFORM UNTIL WS-CK-EOF IS EQUAL TO "y"
       RUN-CHECK-CLEARING.
           MOVE "CK" TO WS-TX-CHANNEL
           MOVE "CHECKCLR" TO WS-TX-OPERATOR
           PERFORM READ-OFFICIAL-CHECK-PARAMETERS
           MOVE "n" TO WS-CHECK-CLEAR-EOF
           MOVE 0 TO WS-CHECK-PAID-COUNT
           MOVE 0 TO WS-CHECK-RETURN-COUNT
           PERFORM CLEAR-SETTLEMENT-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT CHECK-CLEARING-FILE
           OPEN EXTEND CHECK-RETURN-FILE
           OPEN I-O CHECK-REGISTER
           OPEN I-O OFFICIAL-CHECKS
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           PERFORM UNTIL WS-CHECK-CLEAR-EOF IS EQUAL TO "y"
           CLOSE CHECK-CLEARING-FILE
           CLOSE CHECK-RETURN-FILE
           CLOSE CHECK-REGISTER
           CLOSE OFFICIAL-CHECKS
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           PERFORM RECORD-SETTLEMENT-BATCHES
           DISPLAY "Checks paid: "WS-CHECK-PAID-COUNT
           DISPLAY "Checks returned: "WS-CHECK-RETURN-COUNT.
       POST-ONE-PRESENTED-CHECK.
           ADD 1 TO WS-SB-CP-COUNT
           ADD CL-AMMOUNT TO WS-SB-CP-TOTAL
           IF CL-ACCOUNT-ID IS EQUAL TO WS-OC-BANK-ACCOUNT
               PERFORM POST-PRESENTED-OFFICIAL-CHECK
           ELSE
               MOVE CL-ACCOUNT-ID TO CHECK-ACCOUNT-ID
               MOVE CL-CHECK-NUMBER TO CHECK-NUMBER
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE "UNKNOWN CHECK" TO WS-CHECK-RETURN-REASON
                       PERFORM WRITE-CHECK-RETURN
                   NOT INVALID KEY
                       IF CHECK-STATUS IS EQUAL TO "S"
                           MOVE "STOP PAYMENT" TO WS-CHECK-RETURN-REASON
                           PERFORM WRITE-CHECK-RETURN
                       ELSE IF CHECK-STATUS IS EQUAL TO "P"
                           MOVE "ALREADY PAID" TO WS-CHECK-RETURN-REASON
                           PERFORM WRITE-CHECK-RETURN
                       ELSE
                           MOVE CL-ACCOUNT-ID TO BALANCE-ID
                           READ BALANCE-DETAILS
                               INVALID KEY
                                   MOVE "UNKNOWN ACCOUNT" TO
                                       WS-CHECK-RETURN-REASON
                                   PERFORM WRITE-CHECK-RETURN
                               NOT INVALID KEY
                                   PERFORM GET-PRESENTED-RETURN-REASON
                                   IF WS-CHECK-RETURN-REASON IS NOT
                                       EQUAL TO SPACES
                                       PERFORM WRITE-CHECK-RETURN
                                   ELSE
                                       PERFORM PAY-PRESENTED-CHECK
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-IF.
      * Why the drawer's account cannot pay the check just read, or
      * SPACES when it can: a charged-off, closed or frozen account
      * pays nothing, otherwise the funds must cover it
       GET-PRESENTED-RETURN-REASON.
           MOVE SPACES TO WS-CHECK-RETURN-REASON
           PERFORM CHECK-BATCH-DEBIT-STATUS
           IF WS-BP-WHY IS EQUAL TO "charged off"
               MOVE "CHARGED OFF" TO WS-CHECK-RETURN-REASON
           ELSE IF WS-BP-WHY IS EQUAL TO "closed"
               MOVE "ACCOUNT CLOSED" TO WS-CHECK-RETURN-REASON
           ELSE IF BALANCE-STATUS IS EQUAL TO "H"
               MOVE "ACCOUNT FROZEN" TO WS-CHECK-RETURN-REASON
           ELSE IF CL-AMMOUNT > BALANCE-AMMOUNT
               MOVE "NSF" TO WS-CHECK-RETURN-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
       PAY-PRESENTED-CHECK.
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           SUBTRACT CL-AMMOUNT FROM BALANCE-AMMOUNT
           PERFORM WRITE-POSTING-JOURNAL
           ADD 1 TO WS-CHECK-PAID-COUNT
           DISPLAY "Paid check "CL-CHECK-NUMBER" on account "
               CL-ACCOUNT-ID" for "CL-AMMOUNT
           MOVE CL-ACCOUNT-ID TO WS-RU-ACCOUNT
           MOVE CL-AMMOUNT TO WS-RU-AMMOUNT
           PERFORM ACCRUE-ROUND-UP.
       WRITE-CHECK-RETURN.
           MOVE SPACES TO CHECK-RETURN-LINE
           STRING "RETURNED account=" CL-ACCOUNT-ID
           END-STRING
           WRITE CHECK-RETURN-LINE
           ADD 1 TO WS-CHECK-RETURN-COUNT
           ADD 1 TO WS-SB-CR-COUNT
           ADD CL-AMMOUNT TO WS-SB-CR-TOTAL
           DISPLAY "Returned check "CL-CHECK-NUMBER" on account "
               CL-ACCOUNT-ID": "WS-CHECK-RETURN-REASON
      * An insufficient-funds return may clear fine tomorrow, so it
               MOVE CL-AMMOUNT TO RP-AMMOUNT
               MOVE "-" TO RP-SIGN
               MOVE SPACES TO RP-MEMO
               MOVE SPACES TO RP-ORIGINATOR
               PERFORM QUEUE-REPRESENTMENT
           END-IF.
      * Report of every issued check not yet presented or stopped, so
           MOVE 0 TO WS-INTAKE-ACCEPT-TOTAL
           MOVE 0 TO WS-INTAKE-REJECT-COUNT
           MOVE 0 TO WS-INTAKE-REJECT-TOTAL
           PERFORM CLEAR-SETTLEMENT-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT CLEARING-INTAKE-FILE
           OPEN EXTEND CLEARING-RETURN-FILE
           CLOSE CLEARING-RETURN-FILE
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           PERFORM RECORD-SETTLEMENT-BATCHES
           DISPLAY "---- Clearing intake summary ----"
           DISPLAY "Accepted: "WS-INTAKE-ACCEPT-COUNT" items totaling "
               WS-INTAKE-ACCEPT-TOTAL
       WRITE-TRANSACTION-RECORD.
           MOVE WS-TX-CHANNEL TO TRANSACTION-CHANNEL
           MOVE WS-TX-OPERATOR TO TRANSACTION-OPERATOR
           MOVE WS-TX-BRANCH TO TRANSACTION-BRANCH
           MOVE "n" TO WS-TX-WRITTEN
           PERFORM UNTIL WS-TX-WRITTEN IS EQUAL TO "y"
               PERFORM ASSIGN-TRANSACTION-NUMBER
       WRITE-INTENDED-TRANSACTION.
           MOVE WS-TX-CHANNEL TO TRANSACTION-CHANNEL
           MOVE WS-TX-OPERATOR TO TRANSACTION-OPERATOR
           MOVE WS-TX-BRANCH TO TRANSACTION-BRANCH
           MOVE "n" TO WS-TX-WRITTEN
           PERFORM UNTIL WS-TX-WRITTEN IS EQUAL TO "y"
               PERFORM ASSIGN-TRANSACTION-NUMBER
                       MOVE 0 TO ACT-DEPOSIT-TOTAL
                       MOVE 0 TO ACT-WITHDRAW-COUNT
                       MOVE 0 TO ACT-WITHDRAW-TOTAL
                       MOVE 0 TO ACT-PAYROLL-COUNT
                       MOVE 0 TO ACT-PAYROLL-TOTAL
                       IF TRANSACTION-SIGN IS EQUAL TO "-"
                           ADD 1 TO ACT-WITHDRAW-COUNT
                           ADD TRANSACTION-AMMOUNT TO
                           ADD 1 TO ACT-DEPOSIT-COUNT
                           ADD TRANSACTION-AMMOUNT TO
                               ACT-DEPOSIT-TOTAL
                           IF TRANSACTION-CHANNEL IS EQUAL TO "PY"
                               ADD 1 TO ACT-PAYROLL-COUNT
                               ADD TRANSACTION-AMMOUNT TO
                                   ACT-PAYROLL-TOTAL
                           END-IF
                       END-IF
                       WRITE ACTIVITY-RECORD
                           INVALID KEY
                           ADD 1 TO ACT-DEPOSIT-COUNT
                           ADD TRANSACTION-AMMOUNT TO
                               ACT-DEPOSIT-TOTAL
                           IF TRANSACTION-CHANNEL IS EQUAL TO "PY"
                               ADD 1 TO ACT-PAYROLL-COUNT
                               ADD TRANSACTION-AMMOUNT TO
                                   ACT-PAYROLL-TOTAL
                           END-IF
                       END-IF
                       REWRITE ACTIVITY-RECORD
                           INVALID KEY
               READ STANDING-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-LF-EOF
               END-READ
               IF WS-LF-EOF IS NOT EQUAL TO "y" AND
                   SI-STATUS IS NOT EQUAL TO "S"
                   MOVE SI-NEXT-RUN-DATE TO WS-LF-MATCH-DATE
                   MOVE SI-AMMOUNT TO WS-LF-AMMOUNT
                   IF SI-SIGN IS EQUAL TO "+"
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-LF-EOF
               END-READ
               IF WS-LF-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-HOLD IS NOT EQUAL TO "y"
                   MOVE LF-DATE(1) TO WS-LF-MATCH-DATE
                   MOVE OUTQ-AMMOUNT TO WS-LF-AMMOUNT
      * A pull from an external account brings money in
                   IF OUTQ-ORIGIN IS EQUAL TO "D"
                       MOVE "I" TO WS-LF-FLOW
                   ELSE
                       MOVE "O" TO WS-LF-FLOW
                   END-IF
                   PERFORM ADD-FORECAST-ITEM
               END-IF
           END-PERFORM
               DISPLAY "No divergence found in the snapshots on file"
           END-IF.
      * Net of the account's transactions dated on or before the
      * snapshot date currently in SNAP-DATE, day for day: the
      * snapshot's YYMMDD is widened to CCYYMMDD to meet the stored
      * posting dates
       COMPUTE-NET-THROUGH-SNAP-DATE.
           COMPUTE WS-SNAP-CUT-DATE = 20000000 + SNAP-DATE
           MOVE 0 TO WS-SNAP-NET
           MOVE "n" TO WS-SNAP-TX-EOF
           MOVE WS-SNAP-RECON-ACCOUNT TO TRANSACTION-ID
                   IF WS-SNAP-TX-EOF IS NOT EQUAL TO "y" AND
                       TRANSACTION-ID IS EQUAL TO
                       WS-SNAP-RECON-ACCOUNT
                       IF TRANSACTION-DATE IS LESS THAN OR EQUAL TO
                           WS-SNAP-CUT-DATE
                           IF TRANSACTION-SIGN = "+"
                               ADD TRANSACTION-AMMOUNT TO WS-SNAP-NET
                           ELSE
               DISPLAY "Payment not queued..."
           ELSE
               MOVE PAYEE-NAME TO OUTQ-BENEFICIARY
               MOVE "C" TO OUTQ-ORIGIN
               MOVE "n" TO OUTQ-HOLD
               OPEN I-O OUTBOUND-QUEUE
                   WRITE OUTBOUND-QUEUE-RECORD
                       INVALID KEY
                               CREATE-ACCOUNT-ID
                               DISPLAY "That payment does not belong
      -                            " to this account"
                           ELSE IF OUTQ-ORIGIN IS EQUAL TO "E" OR
                               OUTQ-ORIGIN IS EQUAL TO "L" OR
                               OUTQ-ORIGIN IS EQUAL TO "M"
                               DISPLAY "Escrow bills, legal-order "
                                   "payments and verification deposits "
                                   "are paid by the bank and cannot be "
                                   "cancelled here"
                           ELSE
                               MOVE SPACES TO WS-AUDIT-BEFORE
                               STRING OUTQ-AMMOUNT " to "
                               MOVE READ-USERNAME TO WS-AUDIT-ACTOR
                               PERFORM LOG-MAINTENANCE-ACTION
                           END-IF
                           END-IF
                   END-READ
               CLOSE OUTBOUND-QUEUE
           ELSE IF WS-PQ-COMMAND IS EQUAL TO "amend"
                               CREATE-ACCOUNT-ID
                               DISPLAY "That payment does not belong
      -                            " to this account"
                           ELSE IF OUTQ-ORIGIN IS EQUAL TO "E" OR
                               OUTQ-ORIGIN IS EQUAL TO "L" OR
                               OUTQ-ORIGIN IS EQUAL TO "M"
                               DISPLAY "Escrow bills, legal-order "
                                   "payments and verification deposits "
                                   "are paid by the bank and cannot be "
                                   "amended here"
                           ELSE
                               PERFORM AMEND-QUEUED-PAYMENT
                           END-IF
                           END-IF
                   END-READ
               CLOSE OUTBOUND-QUEUE
           ELSE
      * BALANCE-DETAILS and TRANSACTION-DETAILS and write the outbound
      * payment file with header and trailer control records; an item
      * that cannot post (unknown account or short funds) stays queued
      * for the next run instead of going out unfunded. Verification
      * micro-deposits go out on the same file at the bank's expense,
      * and pulls from external accounts go on the debit-entry file
      * and are credited under a deposit hold
       RUN-OUTBOUND-PAYMENTS.
           MOVE "OP" TO WS-TX-CHANNEL
           MOVE "OUTBOUND" TO WS-TX-OPERATOR
           MOVE 0 TO WS-OUTQ-SENT-COUNT
           MOVE 0 TO WS-OUTQ-SENT-TOTAL
           MOVE 0 TO WS-OUTQ-HELD-COUNT
           MOVE 0 TO WS-EXT-PULL-COUNT
           MOVE 0 TO WS-EXT-PULL-TOTAL
           PERFORM LOAD-BANK-PARAMETERS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O OUTBOUND-QUEUE
           OPEN OUTPUT OUTBOUND-PAYMENT-FILE
           OPEN OUTPUT DEBIT-ENTRY-FILE
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE SPACES TO OUTBOUND-PAYMENT-LINE
               DELIMITED BY SIZE INTO OUTBOUND-PAYMENT-LINE
           END-STRING
           WRITE OUTBOUND-PAYMENT-LINE
           MOVE SPACES TO DEBIT-ENTRY-LINE
           STRING "HDR date=" WS-CURRENT-DATE
               DELIMITED BY SIZE INTO DEBIT-ENTRY-LINE
           END-STRING
           WRITE DEBIT-ENTRY-LINE
           MOVE LOW-VALUES TO OUTQ-ID
           START OUTBOUND-QUEUE KEY IS GREATER THAN OUTQ-ID
               INVALID KEY MOVE "y" TO WS-OUTQ-EOF
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-OUTQ-EOF
               END-READ
               IF WS-OUTQ-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-HOLD IS EQUAL TO "y"
                   DISPLAY "Outbound payment "OUTQ-ID" is on hold; held"
                   ADD 1 TO WS-OUTQ-HELD-COUNT
               ELSE IF WS-OUTQ-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-ORIGIN IS EQUAL TO "M"
                   PERFORM POST-ONE-MICRO-DEPOSIT
               ELSE IF WS-OUTQ-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-ORIGIN IS EQUAL TO "D"
                   PERFORM POST-ONE-EXTERNAL-PULL
               ELSE IF WS-OUTQ-EOF IS NOT EQUAL TO "y"
                   PERFORM POST-ONE-OUTBOUND-PAYMENT
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO OUTBOUND-PAYMENT-LINE
           STRING "TRL count=" WS-OUTQ-SENT-COUNT
           END-STRING
           WRITE OUTBOUND-PAYMENT-LINE
           CLOSE OUTBOUND-PAYMENT-FILE
           MOVE SPACES TO DEBIT-ENTRY-LINE
           STRING "TRL count=" WS-EXT-PULL-COUNT
               " total=" WS-EXT-PULL-TOTAL
               DELIMITED BY SIZE INTO DEBIT-ENTRY-LINE
           END-STRING
           WRITE DEBIT-ENTRY-LINE
           CLOSE DEBIT-ENTRY-FILE
           CLOSE OUTBOUND-QUEUE
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           DISPLAY "Outbound payments sent: "WS-OUTQ-SENT-COUNT
               " totaling "WS-OUTQ-SENT-TOTAL
           DISPLAY "Outbound payments held for next run: "
               WS-OUTQ-HELD-COUNT
           DISPLAY "External pulls sent: "WS-EXT-PULL-COUNT
               " totaling "WS-EXT-PULL-TOTAL.
       POST-ONE-OUTBOUND-PAYMENT.
           MOVE OUTQ-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
      -                " "OUTQ-ID"; held"
                   ADD 1 TO WS-OUTQ-HELD-COUNT
               NOT INVALID KEY
      * An escrow bill is paid from escrow, not the deposit balance
                   IF OUTQ-AMMOUNT > BALANCE-AMMOUNT AND
                       OUTQ-ORIGIN IS NOT EQUAL TO "E"
                       DISPLAY "Insufficient funds for outbound payment
      -                    " "OUTQ-ID"; held"
                       ADD 1 TO WS-OUTQ-HELD-COUNT
                   ELSE
                       IF OUTQ-ORIGIN IS EQUAL TO "E"
                           PERFORM FUND-ESCROW-DISBURSEMENT
                       END-IF
                       MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                       SUBTRACT OUTQ-AMMOUNT FROM BALANCE-AMMOUNT
                       REWRITE BALANCES
                       MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                       MOVE "OUTBOUND PAYMENT" TO WS-PJ-SOURCE
                       PERFORM WRITE-POSTING-JOURNAL
                       IF OUTQ-ORIGIN IS EQUAL TO "L"
                           PERFORM RELEASE-LEGAL-REMIT-HOLD
                       END-IF
      * A payment the customer queued rounds up like a withdrawal
                       IF OUTQ-ORIGIN IS EQUAL TO "C"
                           MOVE OUTQ-ACCOUNT-ID TO WS-RU-ACCOUNT
                           MOVE OUTQ-AMMOUNT TO WS-RU-AMMOUNT
                           PERFORM ACCRUE-ROUND-UP
                       END-IF
      * The payee's verified details are re-read from the master at
      * send time so the file carries what the master says today
                       MOVE SPACES TO PAYEE-BANK-REF
                       MOVE OUTQ-CURRENCY TO OSENT-CURRENCY
                       MOVE WS-CURRENT-DATE(3:6) TO OSENT-SENT-DATE
                       MOVE "S" TO OSENT-STATUS
                       MOVE OUTQ-ORIGIN TO OSENT-ORIGIN
                       MOVE SPACES TO OSENT-EXT-KEY
                       MOVE 0 TO OSENT-HOLD-ID
                       MOVE "n" TO OSENT-SETTLED
                       MOVE "n" TO OSENT-RTN-SETTLED
                       MOVE 0 TO OSENT-RETURN-DATE
                       OPEN I-O OUTBOUND-SENT
                           WRITE OUTBOUND-SENT-RECORD
                               INVALID KEY
                       IF OSENT-STATUS IS EQUAL TO "R"
                           DISPLAY "Reference "ACK-REF" was already re
      -                        "turned; skipping"
                       ELSE IF OSENT-ORIGIN IS EQUAL TO "M"
                           PERFORM FAIL-MICRO-DEPOSIT
                       ELSE IF OSENT-ORIGIN IS EQUAL TO "D"
                           PERFORM REVERSE-RETURNED-PULL
                       ELSE
                           PERFORM RECREDIT-RETURNED-PAYMENT
                       END-IF
                       END-IF
                       END-IF
                   ELSE
                       IF OSENT-STATUS IS EQUAL TO "S"
                           MOVE "A" TO OSENT-STATUS
                   MOVE "PAYMENT RETURN" TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
                   MOVE "R" TO OSENT-STATUS
                   MOVE WS-AK-TODAY TO OSENT-RETURN-DATE
                   REWRITE OUTBOUND-SENT-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to mark reference "
      -                " account "OSENT-ACCOUNT-ID" reason "
                       ACK-REASON
           END-READ.
      * A verification micro-deposit goes out on the outbound file
      * like any payment, but at the bank's expense: nothing is
      * debited from the member, and the cost goes to the income
      * ledger. A link removed or locked before tonight drops it
       POST-ONE-MICRO-DEPOSIT.
           MOVE OUTQ-PAYEE-ID TO EXT-KEY
           MOVE "n" TO WS-EXT-OK
           OPEN INPUT EXTERNAL-ACCOUNTS
               READ EXTERNAL-ACCOUNTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EXT-STATUS IS EQUAL TO "P"
                           MOVE "y" TO WS-EXT-OK
                       END-IF
               END-READ
           CLOSE EXTERNAL-ACCOUNTS
           IF WS-EXT-OK IS NOT EQUAL TO "y"
               DISPLAY "Verification deposit "OUTQ-ID" is no longer "
                   "needed; dropped"
           ELSE
               MOVE SPACES TO WS-EXT-BANK-REF
               STRING EXT-ROUTING "/" EXT-NUMBER
                   DELIMITED BY SIZE INTO WS-EXT-BANK-REF
               END-STRING
               MOVE SPACES TO OUTBOUND-PAYMENT-LINE
               STRING "PAY ref=" OUTQ-ID
                   " account=" OUTQ-ACCOUNT-ID
                   " ammount=" OUTQ-AMMOUNT
                   " currency=" OUTQ-CURRENCY
                   " payee=" OUTQ-PAYEE-ID
                   " beneficiary=" EXT-NICKNAME
                   " bankref=" WS-EXT-BANK-REF
                   DELIMITED BY SIZE INTO OUTBOUND-PAYMENT-LINE
               END-STRING
               WRITE OUTBOUND-PAYMENT-LINE
               MOVE OUTQ-ID TO OSENT-REF
               MOVE OUTQ-ACCOUNT-ID TO OSENT-ACCOUNT-ID
               MOVE OUTQ-AMMOUNT TO OSENT-AMMOUNT
               MOVE OUTQ-CURRENCY TO OSENT-CURRENCY
               MOVE WS-CURRENT-DATE(3:6) TO OSENT-SENT-DATE
               MOVE "S" TO OSENT-STATUS
               MOVE "M" TO OSENT-ORIGIN
               MOVE OUTQ-PAYEE-ID TO OSENT-EXT-KEY
               MOVE 0 TO OSENT-HOLD-ID
               MOVE "n" TO OSENT-SETTLED
               MOVE "n" TO OSENT-RTN-SETTLED
               MOVE 0 TO OSENT-RETURN-DATE
               OPEN I-O OUTBOUND-SENT
                   WRITE OUTBOUND-SENT-RECORD
                       INVALID KEY
                           REWRITE OUTBOUND-SENT-RECORD
                           END-REWRITE
                   END-WRITE
               CLOSE OUTBOUND-SENT
               ADD 1 TO WS-OUTQ-SENT-COUNT
               ADD OUTQ-AMMOUNT TO WS-OUTQ-SENT-TOTAL
               MOVE "VERIFY DEPOSIT" TO WS-IL-CATEGORY
               MOVE OUTQ-AMMOUNT TO WS-IL-AMMOUNT
               MOVE "-" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
               DISPLAY "Sent verification deposit "OUTQ-ID" for "
                   OUTQ-AMMOUNT
           END-IF
           DELETE OUTBOUND-QUEUE RECORD
               INVALID KEY
                   DISPLAY "Error: unable to clear queued deposit "
                       OUTQ-ID
           END-DELETE.
      * A pull goes out on the debit-entry file and is credited to
      * the member tonight, under a deposit hold from the funds-
      * availability schedule since the other bank can still return
      * it. A link no longer verified drops the pull
       POST-ONE-EXTERNAL-PULL.
           MOVE OUTQ-PAYEE-ID TO EXT-KEY
           MOVE "n" TO WS-EXT-OK
           OPEN INPUT EXTERNAL-ACCOUNTS
               READ EXTERNAL-ACCOUNTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EXT-STATUS IS EQUAL TO "V"
                           MOVE "y" TO WS-EXT-OK
                       END-IF
               END-READ
           CLOSE EXTERNAL-ACCOUNTS
           IF WS-EXT-OK IS NOT EQUAL TO "y"
               DISPLAY "External account for pull "OUTQ-ID" is no "
                   "longer verified; dropped"
               DELETE OUTBOUND-QUEUE RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to clear queued pull "
                           OUTQ-ID
               END-DELETE
           ELSE
               MOVE OUTQ-ACCOUNT-ID TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: unknown account for pull "
                           OUTQ-ID"; held"
                       ADD 1 TO WS-OUTQ-HELD-COUNT
                   NOT INVALID KEY
      * A closed, charged-off or retirement account is not credited;
      * the pull is held and ops is told
                       MOVE "EXTERNAL PULL" TO WS-BP-SOURCE
                       PERFORM CHECK-BATCH-TRANSFER-ACCOUNT
                       IF WS-BP-WHY IS NOT EQUAL TO SPACES
                           PERFORM SEND-BATCH-SKIP-ALERT
                           ADD 1 TO WS-OUTQ-HELD-COUNT
                       ELSE
                           PERFORM CREDIT-EXTERNAL-PULL
                       END-IF
               END-READ
           END-IF.
       CREDIT-EXTERNAL-PULL.
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           ADD OUTQ-AMMOUNT TO BALANCE-AMMOUNT
           REWRITE BALANCES
               INVALID KEY
                   DISPLAY "Error: unable to credit pull "OUTQ-ID
           END-REWRITE
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE OUTQ-ACCOUNT-ID TO TRANSACTION-ID
           MOVE OUTQ-AMMOUNT TO TRANSACTION-AMMOUNT
           MOVE "+" TO TRANSACTION-SIGN
           MOVE "EXTERNAL PULL" TO TRANSACTION-MEMO
           MOVE OUTQ-CURRENCY TO TRANSACTION-CURRENCY
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE OUTQ-ACCOUNT-ID TO WS-PJ-ACCOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
           MOVE "EXTERNAL PULL" TO WS-PJ-SOURCE
           PERFORM WRITE-POSTING-JOURNAL
           MOVE OUTQ-ACCOUNT-ID TO CREATE-ACCOUNT-ID
           MOVE OUTQ-AMMOUNT TO WS-DEPOSIT-AMMOUNT
           PERFORM CREATE-DEPOSIT-HOLD
           MOVE SPACES TO WS-EXT-BANK-REF
           STRING EXT-ROUTING "/" EXT-NUMBER
               DELIMITED BY SIZE INTO WS-EXT-BANK-REF
           END-STRING
           MOVE SPACES TO DEBIT-ENTRY-LINE
           STRING "DEBIT ref=" OUTQ-ID
               " account=" OUTQ-ACCOUNT-ID
               " ammount=" OUTQ-AMMOUNT
               " currency=" OUTQ-CURRENCY
               " extaccount=" OUTQ-PAYEE-ID
               " name=" EXT-NICKNAME
               " bankref=" WS-EXT-BANK-REF
               DELIMITED BY SIZE INTO DEBIT-ENTRY-LINE
           END-STRING
           WRITE DEBIT-ENTRY-LINE
      * Registered as sent under the same reference, so the partner's
      * acknowledgment or return comes back through the same intake
           MOVE OUTQ-ID TO OSENT-REF
           MOVE OUTQ-ACCOUNT-ID TO OSENT-ACCOUNT-ID
           MOVE OUTQ-AMMOUNT TO OSENT-AMMOUNT
           MOVE OUTQ-CURRENCY TO OSENT-CURRENCY
           MOVE WS-CURRENT-DATE(3:6) TO OSENT-SENT-DATE
           MOVE "S" TO OSENT-STATUS
           MOVE "D" TO OSENT-ORIGIN
           MOVE OUTQ-PAYEE-ID TO OSENT-EXT-KEY
           MOVE HOLD-ID TO OSENT-HOLD-ID
           MOVE "n" TO OSENT-SETTLED
           MOVE "n" TO OSENT-RTN-SETTLED
           MOVE 0 TO OSENT-RETURN-DATE
           OPEN I-O OUTBOUND-SENT
               WRITE OUTBOUND-SENT-RECORD
                   INVALID KEY
                       REWRITE OUTBOUND-SENT-RECORD
                       END-REWRITE
               END-WRITE
           CLOSE OUTBOUND-SENT
           ADD 1 TO WS-EXT-PULL-COUNT
           ADD OUTQ-AMMOUNT TO WS-EXT-PULL-TOTAL
           DELETE OUTBOUND-QUEUE RECORD
               INVALID KEY
                   DISPLAY "Error: unable to clear queued pull "OUTQ-ID
           END-DELETE
           DISPLAY "Sent pull "OUTQ-ID" for "OUTQ-AMMOUNT
               " into account "OUTQ-ACCOUNT-ID.
      * The other bank returned a verification micro-deposit: the
      * account details are wrong, so the link fails and the member
      * has to link it again
       FAIL-MICRO-DEPOSIT.
           MOVE "R" TO OSENT-STATUS
           MOVE WS-AK-TODAY TO OSENT-RETURN-DATE
           REWRITE OUTBOUND-SENT-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to mark reference "ACK-REF
                       " returned"
           END-REWRITE
           MOVE OSENT-EXT-KEY TO EXT-KEY
           OPEN I-O EXTERNAL-ACCOUNTS
               READ EXTERNAL-ACCOUNTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EXT-STATUS IS EQUAL TO "P"
                           MOVE "F" TO EXT-STATUS
                           REWRITE EXTERNAL-ACCOUNT-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE EXTERNAL-ACCOUNTS
           ADD 1 TO WS-AK-RTN-COUNT
           DISPLAY "Verification deposit "ACK-REF" returned reason "
               ACK-REASON"; link "OSENT-EXT-KEY" failed".
      * The other bank rejected a pull: take the credit back off the
      * member's account under its own memo code and release the
      * deposit hold that was covering it
       REVERSE-RETURNED-PULL.
           MOVE OSENT-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   DISPLAY "Error: unknown account "OSENT-ACCOUNT-ID
                       " on returned pull "ACK-REF
               NOT INVALID KEY
                   MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                   SUBTRACT OSENT-AMMOUNT FROM BALANCE-AMMOUNT
                   REWRITE BALANCES
                       INVALID KEY
                           DISPLAY "Error: unable to reverse returned "
                               "pull "ACK-REF
                   END-REWRITE
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE OSENT-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE OSENT-AMMOUNT TO TRANSACTION-AMMOUNT
                   MOVE "-" TO TRANSACTION-SIGN
                   MOVE "PULL RETURN" TO TRANSACTION-MEMO
                   MOVE OSENT-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-TRANSACTION-RECORD
                   MOVE OSENT-ACCOUNT-ID TO WS-PJ-ACCOUNT
                   MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                   MOVE "PULL RETURN" TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
                   MOVE OSENT-HOLD-ID TO HOLD-ID
                   OPEN I-O HOLD-DETAILS
                       READ HOLD-DETAILS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF HOLD-STATUS IS EQUAL TO "H"
                                   MOVE "R" TO HOLD-STATUS
                                   REWRITE HOLD-RECORD
                                       INVALID KEY CONTINUE
                                   END-REWRITE
                               END-IF
                       END-READ
                   CLOSE HOLD-DETAILS
                   MOVE "R" TO OSENT-STATUS
                   MOVE WS-AK-TODAY TO OSENT-RETURN-DATE
                   REWRITE OUTBOUND-SENT-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to mark reference "
                               ACK-REF" returned"
                   END-REWRITE
                   ADD 1 TO WS-AK-RTN-COUNT
                   DISPLAY "Pull "ACK-REF" returned and reversed on "
                       "account "OSENT-ACCOUNT-ID" reason "ACK-REASON
           END-READ.
      * Write the rejected debit staged in the RP fields into the
      * re-presentment queue, first attempt tomorrow (next business
      * day); the ID is minted from the clock like the other queues
           MOVE 0 TO WS-INTAKE-REJECT-TOTAL
           MOVE 0 TO WS-CHECK-PAID-COUNT
           MOVE 0 TO WS-CHECK-RETURN-COUNT
           PERFORM CLEAR-SETTLEMENT-TOTALS
           MOVE "y" TO WS-RP-DRIVING
           MOVE "n" TO WS-RP-EOF
           OPEN I-O REPRESENT-QUEUE
           CLOSE CHECK-REGISTER
           CLOSE CLEARING-RETURN-FILE
           CLOSE CHECK-RETURN-FILE
           PERFORM RECORD-SETTLEMENT-BATCHES
           MOVE "n" TO WS-RP-DRIVING
           DISPLAY "Items re-driven: "WS-RP-REDRIVEN
           DISPLAY "Items cleared: "WS-RP-CLEARED
               MOVE RP-AMMOUNT TO INTAKE-AMMOUNT
               MOVE RP-SIGN TO INTAKE-SIGN
               MOVE RP-MEMO TO INTAKE-MEMO
               MOVE RP-ORIGINATOR TO INTAKE-ORIGINATOR
               PERFORM POST-ONE-INTAKE-ITEM
               IF WS-INTAKE-OK IS EQUAL TO "y"
                   PERFORM RETIRE-CLEARED-ITEM
      * An unauthorized debit was returned for good by the intake
      * itself, so it leaves the queue instead of being retried
               ELSE IF WS-INTAKE-REASON IS EQUAL TO "R05"
                   PERFORM DROP-BLOCKED-ITEM
               ELSE
                   PERFORM AGE-FAILED-ITEM
               END-IF
               END-IF
           END-IF.
       RETIRE-CLEARED-ITEM.
           ADD 1 TO WS-RP-CLEARED
               INVALID KEY CONTINUE
           END-DELETE
           DISPLAY "Re-presented item "RP-ID" cleared".
       DROP-BLOCKED-ITEM.
           ADD 1 TO WS-RP-FINAL
           DELETE REPRESENT-QUEUE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           DISPLAY "Item "RP-ID" is blocked by the member's debit "
               "filters; returned".
       AGE-FAILED-ITEM.
           ADD 1 TO RP-RETRY-COUNT
           IF RP-RETRY-COUNT >= WS-RP-MAX-ATTEMPTS
                   RP-NEXT-DATE
           END-IF.
       POST-ONE-INTAKE-ITEM.
           IF INTAKE-SIGN IS EQUAL TO "-"
               ADD 1 TO WS-SB-ID-COUNT
               ADD INTAKE-AMMOUNT TO WS-SB-ID-TOTAL
           ELSE
               ADD 1 TO WS-SB-IC-COUNT
               ADD INTAKE-AMMOUNT TO WS-SB-IC-TOTAL
           END-IF
           MOVE INTAKE-ACCOUNT-ID TO WS-CD-ID
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
           IF WS-CD-OK IS NOT EQUAL TO "y"
                   IF BALANCE-STATUS IS EQUAL TO "H"
                       MOVE "n" TO WS-INTAKE-OK
                       MOVE "R02" TO WS-INTAKE-REASON
                   ELSE IF BALANCE-STATUS IS EQUAL TO "X" AND
                       INTAKE-SIGN IS EQUAL TO "-"
                       MOVE "n" TO WS-INTAKE-OK
                       MOVE "R04" TO WS-INTAKE-REASON
                   ELSE IF BALANCE-STATUS IS EQUAL TO "X"
      * A credit to a charged-off account is a recovery
                       MOVE "r" TO WS-INTAKE-OK
                   ELSE IF INTAKE-SIGN IS EQUAL TO "-" AND
                       INTAKE-AMMOUNT > BALANCE-AMMOUNT
                       MOVE "n" TO WS-INTAKE-OK
                       MOVE "R03" TO WS-INTAKE-REASON
                   END-IF
                   END-IF
                   END-IF
           END-READ
      * A debit the member's filters do not authorize is returned
      * as unauthorized, ahead of any funds check, so it is never
      * queued for re-presentment
           IF INTAKE-SIGN IS EQUAL TO "-" AND
               (WS-INTAKE-OK IS EQUAL TO "y" OR
               WS-INTAKE-REASON IS EQUAL TO "R03")
               PERFORM CHECK-DEBIT-FILTER
           END-IF
           IF WS-INTAKE-OK IS EQUAL TO "r"
               MOVE INTAKE-AMMOUNT TO WS-CO-PAID
               MOVE INTAKE-MEMO TO WS-CO-MEMO
               PERFORM POST-DEPOSIT-RECOVERY
               ADD 1 TO WS-INTAKE-ACCEPT-COUNT
               ADD INTAKE-AMMOUNT TO WS-INTAKE-ACCEPT-TOTAL
           ELSE IF WS-INTAKE-OK IS EQUAL TO "y"
               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
               IF INTAKE-SIGN IS EQUAL TO "-"
                   SUBTRACT INTAKE-AMMOUNT FROM BALANCE-AMMOUNT
                   " sign=" INTAKE-SIGN
                   " memo=" INTAKE-MEMO
                   " reason=" WS-INTAKE-REASON
                   " originator=" INTAKE-ORIGINATOR
                   DELIMITED BY SIZE INTO CLEARING-RETURN-LINE
               END-STRING
               WRITE CLEARING-RETURN-LINE
               ADD 1 TO WS-INTAKE-REJECT-COUNT
               ADD INTAKE-AMMOUNT TO WS-INTAKE-REJECT-TOTAL
               IF INTAKE-SIGN IS EQUAL TO "-"
                   ADD 1 TO WS-SB-RD-COUNT
                   ADD INTAKE-AMMOUNT TO WS-SB-RD-TOTAL
               ELSE
                   ADD 1 TO WS-SB-RC-COUNT
                   ADD INTAKE-AMMOUNT TO WS-SB-RC-TOTAL
               END-IF
               DISPLAY "Rejected intake item for account "
                   INTAKE-ACCOUNT-ID" reason "WS-INTAKE-REASON
      * R03 means the money simply was not there today; the debit
      * queues for another try on the next business day
               IF WS-INTAKE-REASON IS EQUAL TO "R05"
                   MOVE "DEBIT-BLOCK" TO WS-NOTICE-EVENT
                   MOVE INTAKE-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
                   MOVE SPACES TO WS-NOTICE-DETAIL
                   STRING "debit of " INTAKE-AMMOUNT " from originator "
                       INTAKE-ORIGINATOR " returned: " WS-DF-WHY
                       DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
                   END-STRING
                   PERFORM SEND-CUSTOMER-NOTICE
               END-IF
               IF WS-INTAKE-REASON IS EQUAL TO "R03" AND
                   WS-RP-DRIVING IS NOT EQUAL TO "y"
                   MOVE "I" TO RP-ORIGIN
                   MOVE INTAKE-AMMOUNT TO RP-AMMOUNT
                   MOVE INTAKE-SIGN TO RP-SIGN
                   MOVE INTAKE-MEMO TO RP-MEMO
                   MOVE INTAKE-ORIGINATOR TO RP-ORIGINATOR
                   PERFORM QUEUE-REPRESENTMENT
               END-IF
           END-IF
           END-IF.
      * Match an intake debit against the account's filters; a debit
      * they do not authorize is marked R05 with the reason in
      * WS-DF-WHY for the member's notice
       CHECK-DEBIT-FILTER.
           MOVE "O" TO WS-DF-MODE
           MOVE SPACES TO WS-DF-ROW-TYPE
           MOVE 0 TO WS-DF-MAX
           MOVE SPACES TO WS-DF-WHY
           OPEN INPUT DEBIT-FILTERS
               MOVE INTAKE-ACCOUNT-ID TO DF-ACCOUNT-ID
               MOVE SPACES TO DF-ORIGINATOR
               READ DEBIT-FILTERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DF-TYPE TO WS-DF-MODE
               END-READ
               IF INTAKE-ORIGINATOR IS NOT EQUAL TO SPACES
                   MOVE INTAKE-ACCOUNT-ID TO DF-ACCOUNT-ID
                   MOVE INTAKE-ORIGINATOR TO DF-ORIGINATOR
                   READ DEBIT-FILTERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE DF-TYPE TO WS-DF-ROW-TYPE
                           MOVE DF-MAX-AMMOUNT TO WS-DF-MAX
                   END-READ
               END-IF
           CLOSE DEBIT-FILTERS
           IF WS-DF-MODE IS EQUAL TO "B"
               MOVE "all debits are blocked" TO WS-DF-WHY
           ELSE IF WS-DF-ROW-TYPE IS EQUAL TO "B"
               MOVE "originator is blocked" TO WS-DF-WHY
           ELSE IF WS-DF-MODE IS EQUAL TO "A" AND
               WS-DF-ROW-TYPE IS NOT EQUAL TO "A"
               MOVE "originator is not on the allow list" TO WS-DF-WHY
           ELSE IF WS-DF-ROW-TYPE IS EQUAL TO "A" AND WS-DF-MAX > 0 AND
               INTAKE-AMMOUNT > WS-DF-MAX
               MOVE "over the originator's maximum" TO WS-DF-WHY
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-DF-WHY IS NOT EQUAL TO SPACES
               MOVE "n" TO WS-INTAKE-OK
               MOVE "R05" TO WS-INTAKE-REASON
           END-IF.
      * Batch job: extract TRANSACTION-DETAILS for a date range to CSV
      * for general-ledger reconciliation
           ACCEPT WS-EXPORT-START-DATE
           DISPLAY "Enter end date (YYMMDD)..."
           ACCEPT WS-EXPORT-END-DATE
      * Posting dates are CCYYMMDD; the YYMMDD range is widened to
      * meet them
           COMPUTE WS-EXPORT-FROM-CMP = 20000000 + WS-EXPORT-START-DATE
           COMPUTE WS-EXPORT-TO-CMP = 20000000 + WS-EXPORT-END-DATE
      * The extract carries the run date in its name so yesterday's
      * evidence survives; the nightly chain derives the same name
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               END-READ
               IF WS-EXPORT-EOF IS NOT EQUAL TO 1
                   IF TRANSACTION-DATE IS GREATER THAN OR EQUAL TO
                       WS-EXPORT-FROM-CMP AND TRANSACTION-DATE
                       IS LESS THAN OR EQUAL TO WS-EXPORT-TO-CMP
                       MOVE SPACES TO CSV-LINE
                       STRING TRANSACTION-NUMBER ","
                           TRANSACTION-DATE "," TRANSACTION-ID ","
                   AT END SET WS-SI-EOF TO 1
               END-READ
               IF WS-SI-EOF IS NOT EQUAL TO 1 AND
                   SI-STATUS IS NOT EQUAL TO "S" AND
                   SI-NEXT-RUN-DATE IS LESS THAN OR EQUAL TO
                   WS-SI-TODAY AND
                   SI-LAST-POSTED-DATE IS NOT EQUAL TO WS-SI-TODAY
                           MOVE "E" TO WS-OPS-SEVERITY
                           PERFORM SEND-OPS-ALERT
                       NOT INVALID KEY
                           PERFORM POST-ONE-STANDING-INSTRUCTION
                   END-READ
                   MOVE SI-NEXT-RUN-DATE TO WS-ROLL-DATE
                   MOVE SI-FREQUENCY TO WS-ROLL-FREQUENCY
           CLOSE STANDING-INSTRUCTIONS
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS.
      * Post one due instruction against the BALANCES record just
      * read. A closed, charged-off or retirement account is skipped
      * with an operator alert; the instruction still rolls forward
       POST-ONE-STANDING-INSTRUCTION.
           MOVE "STANDING INSTR" TO WS-BP-SOURCE
           PERFORM CHECK-BATCH-TRANSFER-ACCOUNT
           IF WS-BP-WHY IS NOT EQUAL TO SPACES
               PERFORM SEND-BATCH-SKIP-ALERT
           ELSE
               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
               IF SI-SIGN IS EQUAL TO "+"
                   ADD SI-AMMOUNT TO BALANCE-AMMOUNT
               ELSE
                   SUBTRACT SI-AMMOUNT FROM BALANCE-AMMOUNT
               END-IF
               REWRITE BALANCES
                   INVALID KEY
                       DISPLAY "Error: unable to post standing "
                           "instruction "SI-INSTRUCTION-ID
                       MOVE SPACES TO WS-OPS-MESSAGE
                       STRING "unable to post standing instruction "
                           SI-INSTRUCTION-ID
                           DELIMITED BY SIZE
                           INTO WS-OPS-MESSAGE
                       END-STRING
                       MOVE "E" TO WS-OPS-SEVERITY
                       PERFORM SEND-OPS-ALERT
               END-REWRITE
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE SI-ACCOUNT-ID TO TRANSACTION-ID
               MOVE SI-AMMOUNT TO TRANSACTION-AMMOUNT
               MOVE SI-SIGN TO TRANSACTION-SIGN
               MOVE "STANDING INSTR" TO TRANSACTION-MEMO
               MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE SI-ACCOUNT-ID TO WS-PJ-ACCOUNT
               MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
               MOVE "STANDING INSTR" TO WS-PJ-SOURCE
               PERFORM WRITE-POSTING-JOURNAL
               DISPLAY "Posted standing instruction "
                   SI-INSTRUCTION-ID " for account "
                   SI-ACCOUNT-ID
           END-IF.
      * Record (or replace) the signed-in account's target-balance
      * sweep; the nightly batch does the moving
       SET-SWEEP-INSTRUCTION.
               MOVE "n" TO SWEEP-TWO-WAY
           END-IF
           MOVE 0 TO SWEEP-LAST-RUN
           MOVE "A" TO SWEEP-STATUS
           OPEN I-O SWEEP-INSTRUCTIONS
               WRITE SWEEP-INSTRUCTION
                   INVALID KEY
                   AT END MOVE "y" TO WS-SW-EOF
               END-READ
               IF WS-SW-EOF IS NOT EQUAL TO "y" AND
                   SWEEP-STATUS IS NOT EQUAL TO "S" AND
                   SWEEP-LAST-RUN IS NOT EQUAL TO WS-SW-TODAY
                   PERFORM RUN-ONE-SWEEP
               END-IF
                   MOVE BALANCE-AMMOUNT TO WS-SW-SOURCE-BAL
                   MOVE BALANCE-CURRENCY TO WS-SW-CURRENCY
           END-READ
           MOVE SPACES TO WS-BP-WHY
           IF WS-SW-SOURCE-BAL IS NOT EQUAL TO 999999999.99
               PERFORM CHECK-SWEEP-LEGS
           END-IF
           MOVE 0 TO WS-SW-MOVE
           IF WS-BP-WHY IS NOT EQUAL TO SPACES
               PERFORM SEND-BATCH-SKIP-ALERT
           ELSE IF WS-SW-SOURCE-BAL > SWEEP-TARGET AND
               WS-SW-SOURCE-BAL IS NOT EQUAL TO 999999999.99
      * Excess above the target moves out
               COMPUTE WS-SW-MOVE = WS-SW-SOURCE-BAL - SWEEP-TARGET
               END-IF
           END-IF
           END-IF
           END-IF
           MOVE WS-SW-TODAY TO SWEEP-LAST-RUN
           REWRITE SWEEP-INSTRUCTION
               INVALID KEY
                   DISPLAY "Error: unable to stamp sweep "SWEEP-ID
           END-REWRITE.
      * Either leg of a sweep may refuse it: a charged-off, closed,
      * frozen or retirement account moves nothing, and WS-BP-WHY and
      * BALANCE-ID are left naming the account that stopped it. The
      * source record is in the buffer on entry
       CHECK-SWEEP-LEGS.
           MOVE "SWEEP" TO WS-BP-SOURCE
           PERFORM CHECK-SWEEP-LEG
           IF WS-BP-WHY IS EQUAL TO SPACES
               MOVE SWEEP-DEST-ID TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CHECK-SWEEP-LEG
               END-READ
           END-IF.
       CHECK-SWEEP-LEG.
           PERFORM CHECK-BATCH-TRANSFER-ACCOUNT
           IF WS-BP-WHY IS EQUAL TO SPACES AND
               BALANCE-STATUS IS EQUAL TO "H"
               MOVE "frozen" TO WS-BP-WHY
           END-IF.
      * Debit the source, credit the destination, both through the
      * central transaction writer under the sweep memo
       POST-SWEEP-PAIR-OUT.
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN I-O LOAN-ESCROW
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY SET WS-LOAN-EOF TO 1
               IF WS-LOAN-EOF IS NOT EQUAL TO 1 AND
                   LOAN-NEXT-PAYMENT-DATE IS LESS THAN OR EQUAL TO
                   WS-LOAN-TODAY AND LOAN-TERM > 0 AND
                   LOAN-DELINQ-STATUS IS NOT EQUAL TO "X" AND
                   LOAN-LAST-POSTED-DATE IS NOT EQUAL TO WS-LOAN-TODAY
                   MOVE "n" TO WS-LOAN-DECLINED
                   MOVE LOAN-ACCOUNT-ID TO BALANCE-ID
                           MOVE "E" TO WS-OPS-SEVERITY
                           PERFORM SEND-OPS-ALERT
                       NOT INVALID KEY
      * A closed or charged-off loan account is not debited, nor
      * fined; the payment stays due and ops is told
                           MOVE "LOAN BATCH" TO WS-BP-SOURCE
                           PERFORM CHECK-BATCH-DEBIT-STATUS
                           IF WS-BP-WHY IS NOT EQUAL TO SPACES
                               PERFORM SEND-BATCH-SKIP-ALERT
                           ELSE
                               PERFORM POST-ONE-LOAN-PAYMENT
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE LOAN-ESCROW.
      * Post one due loan payment against the account record in the
      * FD buffer (decline and charge an NSF fee if funds are short),
      * then roll the loan to its next due date
       POST-ONE-LOAN-PAYMENT.
      * The amount due comes from the loan's amortization-schedule
      * row when one exists; loans originated before the schedule
      * existed keep the flat LOAN-PAYMENT-AMMOUNT
           MOVE LOAN-ACCOUNT-ID TO AMORT-ACCOUNT-ID
           COMPUTE AMORT-PERIOD =
               LOAN-PERIODS-PAID + 1
           MOVE "n" TO WS-AMORT-FOUND
           READ AMORT-SCHEDULE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "y" TO WS-AMORT-FOUND
           END-READ
           IF WS-AMORT-FOUND IS EQUAL TO "y"
               COMPUTE WS-LOAN-DUE =
                   AMORT-INTEREST + AMORT-PRINCIPAL
           ELSE
               MOVE LOAN-PAYMENT-AMMOUNT TO
                   WS-LOAN-DUE
           END-IF
      * A loan with an open escrow also pays its escrow portion
           MOVE 0 TO WS-ESC-PORTION
           MOVE LOAN-ACCOUNT-ID TO ESC-ACCOUNT-ID
           READ LOAN-ESCROW
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ESC-STATUS IS EQUAL TO "A"
                       MOVE ESC-PAYMENT TO
                           WS-ESC-PORTION
                   END-IF
           END-READ
           ADD WS-ESC-PORTION TO WS-LOAN-DUE
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           IF WS-LOAN-DUE > BALANCE-AMMOUNT
               DISPLAY "Insufficient funds for loan payment on "
                   "account "LOAN-ACCOUNT-ID
                   "... an NSF fee has been charged"
               MOVE "y" TO WS-LOAN-DECLINED
               SUBTRACT WS-NSF-FEE-AMMOUNT FROM
                   BALANCE-AMMOUNT
      * Mark the loan behind: the first miss stamps the delinquency
      * date, every miss counts, and once past the grace period a
      * late fee is charged (once per delinquency spell)
               ADD 1 TO LOAN-MISSED-COUNT
               IF LOAN-DELINQ-SINCE IS EQUAL TO 0
                   MOVE WS-LOAN-TODAY TO
                       LOAN-DELINQ-SINCE
               END-IF
               IF LOAN-DELINQ-STATUS IS NOT EQUAL
                   TO "S"
                   MOVE "L" TO LOAN-DELINQ-STATUS
               END-IF
               PERFORM CHARGE-LOAN-LATE-FEE
           ELSE
               SUBTRACT WS-LOAN-DUE FROM
                   BALANCE-AMMOUNT
               SUBTRACT 1 FROM LOAN-TERM
               IF WS-AMORT-FOUND IS EQUAL TO "y"
                   ADD 1 TO LOAN-PERIODS-PAID
               END-IF
      * A collected payment cures the delinquency spell
               MOVE "C" TO LOAN-DELINQ-STATUS
               MOVE 0 TO LOAN-DELINQ-SINCE
               MOVE 0 TO LOAN-LATE-FEE-DATE
           END-IF
           REWRITE BALANCES
               INVALID KEY
                   DISPLAY "Error: unable to post loan payment "
                       "for account "LOAN-ACCOUNT-ID
           END-REWRITE
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE LOAN-ACCOUNT-ID TO TRANSACTION-ID
           MOVE "-" TO TRANSACTION-SIGN
           MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
           IF WS-LOAN-DECLINED IS EQUAL TO "y"
               MOVE WS-NSF-FEE-AMMOUNT TO
                   TRANSACTION-AMMOUNT
               MOVE "LOAN NSF FEE" TO TRANSACTION-MEMO
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE "LOAN NSF FEE" TO WS-IL-CATEGORY
               MOVE WS-NSF-FEE-AMMOUNT TO
                   WS-IL-AMMOUNT
               MOVE "+" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
               IF WS-LOAN-LATE-CHARGED IS EQUAL TO "y"
                   MOVE WS-CURRENT-DATE TO
                       TRANSACTION-DATE
                   MOVE LOAN-ACCOUNT-ID TO
                       TRANSACTION-ID
                   MOVE "-" TO TRANSACTION-SIGN
                   MOVE BALANCE-CURRENCY TO
                       TRANSACTION-CURRENCY
                   MOVE WS-LOAN-LATE-FEE TO
                       TRANSACTION-AMMOUNT
                   MOVE "LOAN LATE FEE" TO
                       TRANSACTION-MEMO
                   PERFORM WRITE-TRANSACTION-RECORD
               END-IF
           ELSE IF WS-AMORT-FOUND IS EQUAL TO "y"
      * The posted payment carries its split: one entry for the
      * principal portion and one for the interest portion
               MOVE AMORT-PRINCIPAL TO
                   TRANSACTION-AMMOUNT
               MOVE "LOAN PRINCIPAL" TO
                   TRANSACTION-MEMO
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE LOAN-ACCOUNT-ID TO TRANSACTION-ID
               MOVE "-" TO TRANSACTION-SIGN
               MOVE BALANCE-CURRENCY TO
                   TRANSACTION-CURRENCY
               MOVE AMORT-INTEREST TO
                   TRANSACTION-AMMOUNT
               MOVE "LOAN INTEREST" TO
                   TRANSACTION-MEMO
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE "LOAN INTEREST" TO WS-IL-CATEGORY
               MOVE AMORT-INTEREST TO WS-IL-AMMOUNT
               MOVE "+" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
               DISPLAY "Payment split: principal "
                   AMORT-PRINCIPAL" interest "
                   AMORT-INTEREST" remaining "
                   AMORT-REMAINING
           ELSE
               COMPUTE TRANSACTION-AMMOUNT =
                   WS-LOAN-DUE - WS-ESC-PORTION
               MOVE "LOAN PAYMENT" TO TRANSACTION-MEMO
               PERFORM WRITE-TRANSACTION-RECORD
      * Both END-IFs are needed: the chained ELSE IF opened a second
      * IF, and the reschedule below must run on every path
           END-IF
           END-IF
           IF WS-LOAN-DECLINED IS NOT EQUAL TO "y" AND
               WS-ESC-PORTION > 0
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE LOAN-ACCOUNT-ID TO TRANSACTION-ID
               MOVE "-" TO TRANSACTION-SIGN
               MOVE BALANCE-CURRENCY TO
                   TRANSACTION-CURRENCY
               MOVE WS-ESC-PORTION TO
                   TRANSACTION-AMMOUNT
               MOVE "LOAN ESCROW" TO TRANSACTION-MEMO
               PERFORM WRITE-TRANSACTION-RECORD
               ADD WS-ESC-PORTION TO ESC-BALANCE
               REWRITE ESCROW-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to credit escrow "
                           "on loan "LOAN-ACCOUNT-ID
               END-REWRITE
           END-IF
           MOVE LOAN-ACCOUNT-ID TO WS-PJ-ACCOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
           MOVE "LOAN BATCH" TO WS-PJ-SOURCE
           PERFORM WRITE-POSTING-JOURNAL
           DISPLAY "Posted loan payment for account "
               LOAN-ACCOUNT-ID
           MOVE LOAN-NEXT-PAYMENT-DATE TO WS-ROLL-DATE
           MOVE "m" TO WS-ROLL-FREQUENCY
           PERFORM ROLL-DATE-FORWARD
           MOVE WS-ROLL-DATE TO LOAN-NEXT-PAYMENT-DATE
           MOVE WS-LOAN-TODAY TO LOAN-LAST-POSTED-DATE
           REWRITE LOANS
               INVALID KEY
                   DISPLAY "Error: unable to reschedule loan "
                       LOAN-ACCOUNT-ID
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING "unable to reschedule loan "
                       LOAN-ACCOUNT-ID
                       DELIMITED BY SIZE
                       INTO WS-OPS-MESSAGE
                   END-STRING
                   MOVE "E" TO WS-OPS-SEVERITY
                   PERFORM SEND-OPS-ALERT
           END-REWRITE.
      * Charge the once-per-spell late fee when the delinquency has
      * aged past the grace period; the balance record is in the FD
      * buffer and rewritten by the caller
                   AT END MOVE "y" TO WS-LA-EOF
               END-READ
               IF WS-LA-EOF IS NOT EQUAL TO "y" AND
                   LOAN-DELINQ-SINCE > 0 AND
                   LOAN-DELINQ-STATUS IS NOT EQUAL TO "X"
                   ADD 1 TO WS-LA-COUNT
                   ADD LOAN-PRINCIPAL TO WS-LA-TOTAL
                   COMPUTE WS-LA-YYYYMMDD =
       POST-PAYROLL-BATCH.
           MOVE "PY" TO WS-TX-CHANNEL
           MOVE WS-PAY-BATCH-ID TO WS-TX-OPERATOR
           MOVE 0 TO WS-PAY-REJECTED
           MOVE "n" TO WS-PAYROLL-EOF
           OPEN INPUT PAYROLL-FILE
           OPEN I-O BALANCE-DETAILS
                           MOVE "E" TO WS-OPS-SEVERITY
                           PERFORM SEND-OPS-ALERT
                       NOT INVALID KEY
                           PERFORM POST-ONE-PAYROLL-ENTRY
                   END-READ
               END-IF
           END-PERFORM
               " date=" WS-PAY-TODAY
               " records=" WS-PAY-COUNT
               " total=" WS-PAY-TOTAL
               " rejected=" WS-PAY-REJECTED
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE
           END-STRING
           OPEN EXTEND PAYROLL-REPORT-FILE
           MOVE WS-PAY-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Payroll batch "WS-PAY-BATCH-ID" posted: "
               WS-PAY-COUNT" records totaling "WS-PAY-TOTAL
           IF WS-PAY-REJECTED > 0
               DISPLAY WS-PAY-REJECTED" payroll entries rejected for a"
                   " closed account"
           END-IF.
      * Post one payroll entry to the BALANCES record just read. A
      * credit to a charged-off account is a recovery; a closed
      * account takes nothing, and the entry is rejected with an
      * operator alert
       POST-ONE-PAYROLL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           IF BALANCE-STATUS IS EQUAL TO "X"
               MOVE PAYROLL-AMMOUNT TO WS-CO-PAID
               MOVE "PAYROLL" TO WS-CO-MEMO
               PERFORM POST-DEPOSIT-RECOVERY
           ELSE IF BALANCE-STATUS IS EQUAL TO "C"
               MOVE "PAYROLL IMPORT" TO WS-BP-SOURCE
               PERFORM CHECK-BATCH-DEBIT-STATUS
               PERFORM SEND-BATCH-SKIP-ALERT
               ADD 1 TO WS-PAY-REJECTED
           ELSE
               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
               ADD PAYROLL-AMMOUNT TO BALANCE-AMMOUNT
               REWRITE BALANCES
                   INVALID KEY
                       DISPLAY "Error: unable to post payroll deposit "
                           "for account "PAYROLL-ACCOUNT-ID
               END-REWRITE
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE PAYROLL-ACCOUNT-ID TO TRANSACTION-ID
               MOVE PAYROLL-AMMOUNT TO TRANSACTION-AMMOUNT
               MOVE "+" TO TRANSACTION-SIGN
               MOVE "PAYROLL" TO TRANSACTION-MEMO
               PERFORM GET-SIGN-FOR-MEMO-CODE
               MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE PAYROLL-ACCOUNT-ID TO WS-PJ-ACCOUNT
               MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
               MOVE "PAYROLL IMPORT" TO WS-PJ-SOURCE
               PERFORM WRITE-POSTING-JOURNAL
               DISPLAY "Posted payroll deposit for account "
                   PAYROLL-ACCOUNT-ID
           END-IF
           END-IF.
      * Batch job: open one account per line of BULK-ACCOUNT-FILE,
      * the same username/account-type/currency/password validation
      * GET-ACCOUNT-CREATION applies interactively, but driven from a
                   IF WS-PROD-VALID IS NOT EQUAL TO "y"
                       MOVE "c" TO CREATE-ACCOUNT-TYPE
                   END-IF
      * A retirement account needs a member and beneficiary, which a
      * bulk file does not carry
                   IF WS-IR-OPEN-IRA IS EQUAL TO "y"
                       DISPLAY "Retirement product for "BULK-USERNAME
                           " cannot be bulk-opened; opening checking"
                       MOVE "c" TO CREATE-ACCOUNT-TYPE
                   END-IF
                   MOVE BULK-CURRENCY TO WS-CREATE-CURRENCY
                   IF WS-CREATE-CURRENCY IS NOT EQUAL TO "USD" AND
                       WS-CREATE-CURRENCY IS NOT EQUAL TO "EUR" AND
                   END-IF
                   MOVE "n" TO CREATE-HAS-JOINT
                   MOVE "n" TO CREATE-BOTH-TO-SIGN
                   MOVE WS-MAIN-BRANCH TO CREATE-HOME-BRANCH
                   MOVE BULK-PASSWORD TO WS-HASH-INPUT
                   PERFORM HASH-PASSWORD
                   MOVE WS-HASH-OUTPUT TO CREATE-PASSWORD
                   END-WRITE
                   DISPLAY "Bulk-opened account "CREATE-ACCOUNT-ID
                       " for "BULK-USERNAME
                   IF BULK-CAMPAIGN IS NOT EQUAL TO SPACES
                       MOVE BULK-CAMPAIGN TO WS-PB-CODE
                       MOVE CREATE-ACCOUNT-TYPE TO WS-PB-PRODUCT
                       PERFORM CHECK-PROMO-CAMPAIGN
                       IF WS-PB-VALID IS EQUAL TO "y"
                           PERFORM ENROLL-PROMO-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BULK-ACCOUNT-FILE
               READ BALANCE-DETAILS NEXT RECORD
                   AT END SET WS-RECONCILE-EOF TO 1
               END-READ
      * A charged-off account's recoveries are booked without moving
      * its balance, so its history no longer nets to the balance
               IF WS-RECONCILE-EOF IS NOT EQUAL TO 1 AND
                   BALANCE-STATUS IS EQUAL TO "X"
                   DISPLAY "Account "BALANCE-ID" charged off; not reconc
      -                "iled"
               ELSE IF WS-RECONCILE-EOF IS NOT EQUAL TO 1
      * Net the account's per-day activity summaries (one record per
      * day) instead of walking its entire transaction history
                   MOVE 0 TO WS-RECONCILE-SUM
                           WS-RECONCILE-SUM
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           CLOSE BALANCE-DETAILS.
      * Batch report: for every account, find the most recent
                       DISPLAY "DORMANT: account "BALANCE-ID
                           " has no transaction history at all"
                   ELSE
      * The summary date is CCYYMMDD; drop the day and split the
      * year-then-month left over
                       DIVIDE WS-DORMANT-LAST-DATE BY 100 GIVING
                           WS-DORMANT-LAST-MONTH
                       DIVIDE WS-DORMANT-LAST-MONTH BY 100 GIVING
                           WS-DORMANT-LAST-REM
                           REMAINDER WS-DORMANT-LAST-MM
                       COMPUTE WS-DORMANT-LAST-YY =
      * Batch report: total accounts/balance on file plus today's
      * deposit and withdrawal counts/totals, the control totals a
      * back-office reconciliation run checks against the general
      * ledger at end of day. A branch run counts the accounts homed
      * there and the postings made there
       CONTROL-TOTAL-REPORT.
           PERFORM SELECT-REPORT-BRANCH
           MOVE 0 TO WS-CONTROL-ACCOUNT-COUNT
           MOVE 0 TO WS-CONTROL-BALANCE-TOTAL
           MOVE 0 TO WS-CONTROL-TX-COUNT

           MOVE 0 TO WS-CONTROL-EOF
           OPEN INPUT BALANCE-DETAILS
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO BALANCE-ID
           START BALANCE-DETAILS KEY IS GREATER THAN BALANCE-ID
               INVALID KEY SET WS-CONTROL-EOF TO 1
                   AT END SET WS-CONTROL-EOF TO 1
               END-READ
               IF WS-CONTROL-EOF IS NOT EQUAL TO 1
                   MOVE BALANCE-ID TO WS-BR-ACCOUNT
                   PERFORM CHECK-ACCOUNT-BRANCH-SCOPE
               END-IF
               IF WS-CONTROL-EOF IS NOT EQUAL TO 1 AND
                   WS-BR-IN-SCOPE IS EQUAL TO "y"
                   ADD 1 TO WS-CONTROL-ACCOUNT-COUNT
                   ADD BALANCE-AMMOUNT TO WS-CONTROL-BALANCE-TOTAL
               END-IF
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE ACCOUNT-DETAILS

           MOVE 0 TO WS-CONTROL-EOF
           OPEN INPUT TRANSACTION-DETAILS
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END SET WS-CONTROL-EOF TO 1
               END-READ
               MOVE TRANSACTION-BRANCH TO WS-BR-CHECK
               PERFORM CHECK-BRANCH-SCOPE
               IF WS-CONTROL-EOF IS NOT EQUAL TO 1 AND
                   TRANSACTION-DATE IS EQUAL TO WS-CONTROL-TODAY-DATE
                   AND WS-BR-IN-SCOPE IS EQUAL TO "y"
                   ADD 1 TO WS-CONTROL-TX-COUNT
                   IF TRANSACTION-SIGN = "+"
                       ADD 1 TO WS-CONTROL-DEPOSIT-COUNT
           CLOSE TRANSACTION-DETAILS

           DISPLAY "---- End-of-day control totals ----"
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               DISPLAY "Branch: "WS-BR-REPORT
           END-IF
           DISPLAY "Accounts on file: "WS-CONTROL-ACCOUNT-COUNT
           DISPLAY "Total balance on file: "WS-CONTROL-BALANCE-TOTAL
           DISPLAY "Transactions today: "WS-CONTROL-TX-COUNT
           DISPLAY "Withdrawals today: "WS-CONTROL-WITHDRAW-COUNT
               " totaling "WS-CONTROL-WITHDRAW-TOTAL
      * Persist the same figures so the operator morning report and
      * the extract verification step can read them back. Those are
      * bank-wide, so only a consolidated run writes the file
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               DISPLAY "Branch run; the control-total file is left to "
                   "the consolidated run"
           ELSE
               OPEN OUTPUT CONTROL-TOTAL-FILE
               MOVE SPACES TO CONTROL-TOTAL-LINE
               STRING "date=" WS-CONTROL-TODAY-DATE
                   " accounts=" WS-CONTROL-ACCOUNT-COUNT
                   " balance=" WS-CONTROL-BALANCE-TOTAL
                   DELIMITED BY SIZE INTO CONTROL-TOTAL-LINE
               END-STRING
               WRITE CONTROL-TOTAL-LINE
               MOVE SPACES TO CONTROL-TOTAL-LINE
               STRING "deposits=" WS-CONTROL-DEPOSIT-COUNT
                   " deposit-total=" WS-CONTROL-DEPOSIT-TOTAL
                   " withdrawals=" WS-CONTROL-WITHDRAW-COUNT
                   " withdraw-total=" WS-CONTROL-WITHDRAW-TOTAL
                   DELIMITED BY SIZE INTO CONTROL-TOTAL-LINE
               END-STRING
               WRITE CONTROL-TOTAL-LINE
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
      * Convert WS-CONVERT-AMMOUNT from WS-CONVERT-FROM-CURRENCY to
      * WS-CONVERT-TO-CURRENCY using the fixed rate table, via USD
      * Write this deposit/withdraw as a held PENDING-TRANSACTIONS record
                       OPEN I-O TRANSACTION-DETAILS
                           PERFORM WRITE-TRANSACTION-RECORD
                       CLOSE TRANSACTION-DETAILS
                       IF PENDING-TYPE IS NOT EQUAL TO "D"
                           MOVE CREATE-ACCOUNT-ID TO WS-RU-ACCOUNT
                           MOVE PENDING-AMMOUNT TO WS-RU-AMMOUNT
                           PERFORM ACCRUE-ROUND-UP
                       END-IF
                       DELETE PENDING-TRANSACTIONS RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to clear pending t
      * has no record or the record's effective date is still ahead
       GET-FX-RATE-FOR-CURRENCY.
           MOVE "n" TO WS-FX-IN-FORCE
           MOVE 0 TO WS-FX-BUY-SPREAD
           MOVE 0 TO WS-FX-SELL-SPREAD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-FX-TODAY
           OPEN INPUT EXCHANGE-RATES
                           WS-FX-TODAY
                           MOVE "y" TO WS-FX-IN-FORCE
                           MOVE FX-RATE-TO-USD TO WS-FX-RATE
                           MOVE FX-BUY-SPREAD TO WS-FX-BUY-SPREAD
                           MOVE FX-SELL-SPREAD TO WS-FX-SELL-SPREAD
                       END-IF
               END-READ
           CLOSE EXCHANGE-RATES.
               ACCEPT WS-FX-NEW-RATE
               DISPLAY "Enter effective date (YYMMDD)..."
               ACCEPT WS-FX-NEW-DATE
               DISPLAY "Enter buy spread percent (bank buys cash)..."
               ACCEPT WS-FX-SK-BUY
               DISPLAY "Enter sell spread percent (bank sells cash)..."
               ACCEPT WS-FX-SK-SELL
      * Maker-checker: queued for a second staff member's approval
               MOVE "FX" TO PC-TABLE
               MOVE SPACES TO PC-KEY
               MOVE FX-CURRENCY TO PC-KEY(1:3)
               MOVE WS-FX-SPREAD-KEY TO PC-KEY(4:8)
               MOVE WS-FX-NEW-RATE TO PC-NUM
               MOVE WS-FX-NEW-DATE TO PC-DATE
               MOVE SPACES TO PC-SIGN
                       NOT INVALID KEY
                           DISPLAY FX-CURRENCY" "FX-RATE-TO-USD
                               " effective "FX-EFFECTIVE-DATE
                               " buy "FX-BUY-SPREAD"% sell "
                               FX-SELL-SPREAD"%"
                   END-READ
               CLOSE EXCHANGE-RATES
           ELSE IF WS-FX-COMMAND IS EQUAL TO "browse"
                           NOT AT END
                               DISPLAY FX-CURRENCY" "FX-RATE-TO-USD
                                   " effective "FX-EFFECTIVE-DATE
                                   " buy "FX-BUY-SPREAD"% sell "
                                   FX-SELL-SPREAD"%"
                       END-READ
                   END-PERFORM
               CLOSE EXCHANGE-RATES
               ACCEPT RATE-ACCOUNT-TYPE
               DISPLAY "Enter interest rate percent (e.g. 1.5000)..."
               ACCEPT WS-RATE-PERCENT
               DISPLAY "Enter effective date (YYMMDD, 0 for today)..."
               ACCEPT WS-CT-EFFECTIVE-IN
      * Maker-checker: queued for a second staff member's approval
               MOVE "RATE" TO PC-TABLE
               MOVE SPACES TO PC-KEY
               MOVE RATE-ACCOUNT-TYPE TO PC-KEY(1:1)
               MOVE WS-RATE-PERCENT TO PC-NUM
               MOVE WS-CT-EFFECTIVE-IN TO PC-DATE
               MOVE SPACES TO PC-SIGN
               MOVE SPACES TO PC-DESC
               MOVE 0 TO PC-GL
               MOVE "n" TO WS-PROD-OD-ELIGIBLE
           END-IF
           MOVE "S" TO WS-PROD-FEE-SET
           MOVE "n" TO WS-PROD-RETIREMENT
           MOVE WS-ACCOUNT-TYPE TO PROD-CODE
           OPEN INPUT PRODUCT-CATALOG
               READ PRODUCT-CATALOG
                       MOVE PROD-MIN-BALANCE TO WS-MIN-BALANCE
                       MOVE PROD-FEE-SET TO WS-PROD-FEE-SET
                       MOVE PROD-OD-ELIGIBLE TO WS-PROD-OD-ELIGIBLE
                       MOVE PROD-RETIREMENT TO WS-PROD-RETIREMENT
               END-READ
           CLOSE PRODUCT-CATALOG.
      * Does the type in BALANCE-ACCOUNT-TYPE earn interest? Used by
                       WS-PROD-EARNS-INTEREST
               END-READ
           CLOSE PRODUCT-CATALOG.
      * Is the type in BALANCE-ACCOUNT-TYPE a retirement product? For
      * the batch and counter paths that touch an account other than
      * the signed-in one
       GET-PRODUCT-RETIREMENT.
           MOVE "n" TO WS-BP-RETIREMENT
           MOVE BALANCE-ACCOUNT-TYPE TO PROD-CODE
           OPEN INPUT PRODUCT-CATALOG
               READ PRODUCT-CATALOG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PROD-RETIREMENT TO
                       WS-BP-RETIREMENT
               END-READ
           CLOSE PRODUCT-CATALOG.
      * Can the BALANCES record just read take a batch debit? A closed
      * account takes nothing, and a charged-off account's balance
      * has moved to recovery; WS-BP-WHY says why not
       CHECK-BATCH-DEBIT-STATUS.
           MOVE SPACES TO WS-BP-WHY
           IF BALANCE-STATUS IS EQUAL TO "X"
               MOVE "charged off" TO WS-BP-WHY
           ELSE IF BALANCE-STATUS IS EQUAL TO "C"
               MOVE "closed" TO WS-BP-WHY
           END-IF
           END-IF.
      * As above, and a retirement account is refused as well: money
      * moves in or out of one only as a tax-year contribution or a
      * coded distribution
       CHECK-BATCH-TRANSFER-ACCOUNT.
           PERFORM CHECK-BATCH-DEBIT-STATUS
           IF WS-BP-WHY IS EQUAL TO SPACES
               PERFORM GET-PRODUCT-RETIREMENT
               IF WS-BP-RETIREMENT IS EQUAL TO "y"
                   MOVE "a retirement account" TO WS-BP-WHY
               END-IF
           END-IF.
      * Tell the operator a batch item was skipped for WS-BP-WHY; the
      * item stays on file for ops to resolve
       SEND-BATCH-SKIP-ALERT.
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING WS-BP-SOURCE DELIMITED BY "  "
               " skipped: account " BALANCE-ID " is "
               WS-BP-WHY DELIMITED BY SIZE
               INTO WS-OPS-MESSAGE
           END-STRING
           DISPLAY WS-OPS-MESSAGE
           MOVE "W" TO WS-OPS-SEVERITY
           PERFORM SEND-OPS-ALERT.
      * Is CREATE-ACCOUNT-TYPE a product we can open? With a catalog
      * on file the catalog decides; without one the classic c/s
      * letters remain the only products
       CHECK-PRODUCT-CODE.
           MOVE "n" TO WS-PROD-ANY
           MOVE "n" TO WS-PROD-VALID
           MOVE "n" TO WS-IR-OPEN-IRA
           MOVE "n" TO WS-PROD-EOF
           OPEN INPUT PRODUCT-CATALOG
               MOVE LOW-VALUES TO PROD-CODE
               OPEN INPUT PRODUCT-CATALOG
                   READ PRODUCT-CATALOG
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "y" TO WS-PROD-VALID
                           IF PROD-RETIREMENT IS EQUAL TO "y"
                               MOVE "y" TO WS-IR-OPEN-IRA
                           END-IF
                   END-READ
               CLOSE PRODUCT-CATALOG
           ELSE
               END-IF
           END-IF.
      * Staff-facing maintenance for the product catalog, the same
      * read/write/browse command shape the other tables use; a
      * write is queued for approval the way a rate change is
       MAINTAIN-PRODUCT-CATALOG.
           DISPLAY "Enter a command. 'read', 'write', or 'browse'"
           ACCEPT WS-PROD-COMMAND
           IF WS-PROD-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter product code (one letter)..."
               ACCEPT WS-CT-PK-CODE
               DISPLAY "Enter product name..."
               ACCEPT WS-PROD-NEW-NAME
               DISPLAY "Earns interest? y/n"
               ACCEPT WS-CT-PK-INTEREST
               DISPLAY "Withdrawal limit per month (0 for none)..."
               ACCEPT WS-CT-PK-WD-LIMIT
               DISPLAY "Minimum balance..."
               ACCEPT WS-PROD-NEW-MIN
               DISPLAY "Fee set ((S)tandard or (N)o balance fees)..."
               ACCEPT WS-CT-PK-FEE-SET
               DISPLAY "Overdraft eligible? y/n"
               ACCEPT WS-CT-PK-OD
               DISPLAY "Individual retirement account product? y/n"
               ACCEPT WS-CT-PK-IRA
               DISPLAY "Enter effective date (YYMMDD, 0 for today)..."
               ACCEPT WS-CT-EFFECTIVE-IN
      * Maker-checker: queued for a second staff member's approval,
      * which also sends the change-in-terms notices
               MOVE "PROD" TO PC-TABLE
               MOVE SPACES TO PC-KEY
               MOVE WS-CT-PROD-KEY TO PC-KEY(1:7)
               MOVE WS-PROD-NEW-MIN TO PC-NUM
               MOVE WS-CT-EFFECTIVE-IN TO PC-DATE
               MOVE SPACES TO PC-SIGN
               MOVE WS-PROD-NEW-NAME TO PC-DESC
               MOVE 0 TO PC-GL
               PERFORM QUEUE-TABLE-CHANGE
           ELSE IF WS-PROD-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter product code..."
               ACCEPT PROD-CODE
                               PROD-EARNS-INTEREST" wd-limit "
                               PROD-WD-LIMIT" min "PROD-MIN-BALANCE
                               " fees "PROD-FEE-SET" od "
                               PROD-OD-ELIGIBLE" ira "PROD-RETIREMENT
                   END-READ
               CLOSE PRODUCT-CATALOG
           ELSE IF WS-PROD-COMMAND IS EQUAL TO "browse"
           END-IF.
      * Staff-facing maintenance for the rate tiers, the same
      * read/write/browse command shape MAINTAIN-INTEREST-RATES uses,
      * a write queued for approval the way a rate change is
       MAINTAIN-RATE-TIERS.
           DISPLAY "Enter a command. 'read', 'write', or 'browse'"
           ACCEPT WS-TIER-COMMAND
               ACCEPT WS-TIER-NEW-FLOOR
               DISPLAY "Enter tier rate percent (e.g. 1.5000)..."
               ACCEPT WS-TIER-NEW-RATE
               DISPLAY "Enter effective date (YYMMDD, 0 for today)..."
               ACCEPT WS-CT-EFFECTIVE-IN
      * Maker-checker: queued for a second staff member's approval,
      * which also sends the change-in-terms notices
               MOVE TIER-ACCOUNT-TYPE TO WS-CT-TK-TYPE
               MOVE TIER-NUMBER TO WS-CT-TK-NUMBER
               MOVE WS-TIER-NEW-FLOOR TO WS-CT-TK-FLOOR
               MOVE "TIER" TO PC-TABLE
               MOVE SPACES TO PC-KEY
               MOVE WS-CT-TIER-KEY TO PC-KEY(1:15)
               MOVE WS-TIER-NEW-RATE TO PC-NUM
               MOVE WS-CT-EFFECTIVE-IN TO PC-DATE
               MOVE SPACES TO PC-SIGN
               MOVE SPACES TO PC-DESC
               MOVE 0 TO PC-GL
               PERFORM QUEUE-TABLE-CHANGE
           ELSE IF WS-TIER-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter account type..."
               ACCEPT TIER-ACCOUNT-TYPE
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-REL-WAIVE-BALANCE
           END-IF
           MOVE "REFUND-TELLER-ITEM" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CR-TELLER-ITEM-LIMIT
           END-IF
           MOVE "REFUND-TELLER-YEAR" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CR-TELLER-YEAR-LIMIT
           END-IF
           MOVE "REFUND-SUPER-ITEM" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CR-SUPER-ITEM-LIMIT
           END-IF
           MOVE "REFUND-SUPER-YEAR" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CR-SUPER-YEAR-LIMIT
           END-IF
           CLOSE BANK-PARAMETERS.
      * Read the record for the PARAM-NAME already moved by the caller
      * and report whether it exists and its effective date has been
           DISPLAY "Enter cutoff date (YYMMDD); records dated before it
      -        " are archived..."
           ACCEPT WS-ARCHIVE-CUTOFF
      * Stored transaction dates are CCYYMMDD, so the keyed YYMMDD
      * cutoff is widened to that form before comparing
           COMPUTE WS-ARCHIVE-CMP = 20000000 + WS-ARCHIVE-CUTOFF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-ARCHIVE-DATE-STAMP
      * The dated archive name is resolved through the shared
      * withdrawals per member across every account sharing the
      * member ID, flag members whose aggregate crosses the
      * reportable threshold, and write the flagged members with
      * their per-account breakdown to the filing-ready extract. The
      * aggregate is always the member's bank-wide total; a branch run
      * lists only members with cash today on an account homed there
      * and leaves the extract to the consolidated run, so no member
      * is filed twice
       LARGE-CASH-AGGREGATION.
           PERFORM SELECT-REPORT-BRANCH
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-LC-TODAY
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           CLOSE ACTIVITY-SUMMARY
           IF WS-BR-REPORT IS EQUAL TO SPACES
               OPEN EXTEND CTR-EXTRACT-FILE
           END-IF
           DISPLAY "---- Large-cash aggregation ----"
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               DISPLAY "Branch: "WS-BR-REPORT
           END-IF
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LC-MEMBER-COUNT
               IF LC-AGG-TOTAL(WS-LC-IDX) > WS-LC-THRESHOLD AND
                   LC-AT-BRANCH(WS-LC-IDX) IS EQUAL TO "y"
                   ADD 1 TO WS-LC-FLAGGED
                   DISPLAY "FLAGGED member "LC-MEMBER-ID(WS-LC-IDX)
                       " aggregate cash "LC-AGG-TOTAL(WS-LC-IDX)
                       " across "LC-ACCT-COUNT(WS-LC-IDX)" accounts"
                   IF WS-BR-REPORT IS EQUAL TO SPACES
                       PERFORM WRITE-CTR-EXTRACT-MEMBER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BR-REPORT IS EQUAL TO SPACES
               CLOSE CTR-EXTRACT-FILE
           END-IF
           DISPLAY "Members flagged: "WS-LC-FLAGGED.
      * One flagged member and the per-account breakdown behind the
      * aggregate, onto the filing-ready extract
       WRITE-CTR-EXTRACT-MEMBER.
           MOVE SPACES TO CTR-EXTRACT-LINE
           STRING "MEMBER member=" LC-MEMBER-ID(WS-LC-IDX)
               " date=" WS-LC-TODAY
               " aggregate=" LC-AGG-TOTAL(WS-LC-IDX)
               DELIMITED BY SIZE INTO CTR-EXTRACT-LINE
           END-STRING
           WRITE CTR-EXTRACT-LINE
           PERFORM VARYING WS-LC-JDX FROM 1 BY 1
               UNTIL WS-LC-JDX >
               LC-ACCT-COUNT(WS-LC-IDX)
               MOVE SPACES TO CTR-EXTRACT-LINE
               STRING "  ACCOUNT account="
                   LC-ACCT-ID(WS-LC-IDX WS-LC-JDX)
                   " cash="
                   LC-ACCT-CASH(WS-LC-IDX WS-LC-JDX)
                   DELIMITED BY SIZE INTO CTR-EXTRACT-LINE
               END-STRING
               WRITE CTR-EXTRACT-LINE
           END-PERFORM.
      * One account's cash for the day from its activity summary,
      * rolled into its member's aggregate; the summary is keyed on
      * the posting date the posting paths stamp. The member is
      * marked in the branch's scope when this account is homed
      * there
       TALLY-MEMBER-CASH.
           MOVE 0 TO WS-LC-ACCT-CASH
           MOVE CREATE-HOME-BRANCH TO WS-BR-CHECK
           PERFORM CHECK-BRANCH-SCOPE
           MOVE CREATE-ACCOUNT-ID TO ACT-ACCOUNT-ID
           MOVE WS-LC-TODAY TO ACT-DATE
           READ ACTIVITY-SUMMARY
                       MOVE "y" TO WS-LC-FOUND
                       ADD WS-LC-ACCT-CASH TO
                           LC-AGG-TOTAL(WS-LC-IDX)
                       IF WS-BR-IN-SCOPE IS EQUAL TO "y"
                           MOVE "y" TO LC-AT-BRANCH(WS-LC-IDX)
                       END-IF
                       IF LC-ACCT-COUNT(WS-LC-IDX) < 10
                           ADD 1 TO LC-ACCT-COUNT(WS-LC-IDX)
                           MOVE CREATE-ACCOUNT-ID TO LC-ACCT-ID(
                   MOVE WS-LC-MEMBER-COUNT TO WS-LC-IDX
                   MOVE CREATE-MEMBER-ID TO LC-MEMBER-ID(WS-LC-IDX)
                   MOVE WS-LC-ACCT-CASH TO LC-AGG-TOTAL(WS-LC-IDX)
                   MOVE WS-BR-IN-SCOPE TO LC-AT-BRANCH(WS-LC-IDX)
                   MOVE 1 TO LC-ACCT-COUNT(WS-LC-IDX)
                   MOVE CREATE-ACCOUNT-ID TO
                       LC-ACCT-ID(WS-LC-IDX 1)
           DISPLAY "Enter member ID (0 for the KYC exception report of
      -        " accounts with no member on file)..."
           ACCEPT WS-PORTFOLIO-MEMBER-ID
      * A member ID retired by a merge resolves to the survivor, which
      * now holds all of the accounts
           IF WS-PORTFOLIO-MEMBER-ID IS NOT EQUAL TO 0
               MOVE WS-PORTFOLIO-MEMBER-ID TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
                               DISPLAY "Member "WS-PORTFOLIO-MEMBER-ID
                                   " was merged into "MEMBER-MERGED-INTO
                               MOVE MEMBER-MERGED-INTO TO
                                   WS-PORTFOLIO-MEMBER-ID
                           END-IF
                   END-READ
      * The relationship officer shown is the surviving member's
                   MOVE SPACES TO WS-PORTFOLIO-OFFICER
                   MOVE WS-PORTFOLIO-MEMBER-ID TO MEMBER-ID
                   READ MEMBER-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE MEMBER-OFFICER-ID TO
                               WS-PORTFOLIO-OFFICER
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF
           IF WS-PORTFOLIO-MEMBER-ID IS EQUAL TO 0
               DISPLAY "---- KYC exception report: accounts with no me
      -            "mber ID ----"
           ELSE
               DISPLAY "---- Portfolio for member "
                   WS-PORTFOLIO-MEMBER-ID" ----"
               PERFORM SHOW-PORTFOLIO-OFFICER
           END-IF
           MOVE "n" TO WS-PORTFOLIO-EOF
           MOVE 0 TO WS-PORTFOLIO-COUNT
           CLOSE ACCOUNT-DETAILS
           CLOSE BALANCE-DETAILS
           DISPLAY "Accounts listed: "WS-PORTFOLIO-COUNT.
      * The member's relationship officer, named from the staff file
       SHOW-PORTFOLIO-OFFICER.
           IF WS-PORTFOLIO-OFFICER IS EQUAL TO SPACES
               DISPLAY "Relationship officer: none assigned"
           ELSE
               MOVE WS-PORTFOLIO-OFFICER TO STAFF-ID
               OPEN INPUT STAFF-DETAILS
                   READ STAFF-DETAILS
                       INVALID KEY
                           DISPLAY "Relationship officer: "
                               WS-PORTFOLIO-OFFICER
                               " (no longer on the staff file)"
                       NOT INVALID KEY
                           DISPLAY "Relationship officer: "
                               WS-PORTFOLIO-OFFICER" "STAFF-NAME
                   END-READ
               CLOSE STAFF-DETAILS
           END-IF.
      * Nightly batch: list every held PENDING-TRANSACTIONS record
      * with its age in days, cancel anything held longer than the
      * configured maximum, and append a cancellation notice line for
      * Prompt for staff ID and password, verify them against the
      * staff credentials file (hashed the same way customer passwords
      * are), and leave WS-STAFF-SIGNED-ON/WS-STAFF-ROLE set for the
      * caller, with WS-STAFF-BRANCH and the posting branch set to the
      * staff member's branch; every attempt is appended to the
      * security log
       STAFF-SIGN-ON.
           MOVE "n" TO WS-STAFF-SIGNED-ON
           MOVE SPACES TO WS-STAFF-ROLE
           MOVE SPACES TO WS-STAFF-BRANCH
           DISPLAY "Staff sign-on: enter staff ID..."
           ACCEPT WS-STAFF-ID-IN
           DISPLAY "Staff sign-on: enter password..."
                       IF STAFF-PASSWORD IS EQUAL TO WS-STAFF-PASS-IN
                           MOVE "y" TO WS-STAFF-SIGNED-ON
                           MOVE STAFF-ROLE TO WS-STAFF-ROLE
                           MOVE STAFF-BRANCH TO WS-STAFF-BRANCH
                           IF WS-STAFF-BRANCH IS EQUAL TO SPACES
                               MOVE WS-MAIN-BRANCH TO WS-STAFF-BRANCH
                           END-IF
                           MOVE WS-STAFF-BRANCH TO WS-TX-BRANCH
                           DISPLAY "Staff sign-on accepted..."
                       ELSE
                           DISPLAY "Staff credentials invalid..."
                       DELIMITED BY SIZE INTO SECURITY-LOG-LINE
                   END-STRING
                   PERFORM APPEND-SECURITY-LOG-LINE
      * Each use of a privileged command is logged too, which is what
      * the access recertification reads as the grant's last use
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE SPACES TO SECURITY-LOG-LINE
                   STRING "STAFF-USE staff=" WS-STAFF-ID-IN
                       " command=" WS-ENT-COMMAND
                       " date=" WS-CURRENT-DATE
                       DELIMITED BY SIZE INTO SECURITY-LOG-LINE
                   END-STRING
                   PERFORM APPEND-SECURITY-LOG-LINE
               END-IF
           END-IF.
      * Is the signed-on staff member entitled to WS-ENT-COMMAND?
                   BALANCE-STATUS IS NOT EQUAL TO "C"
                   PERFORM FIND-ESCHEAT-LAST-ACTIVITY
                   IF WS-ES-FOUND-ANY IS EQUAL TO "y"
      * Activity dates are CCYYMMDD; drop the day and split the
      * year-then-month left over
                       DIVIDE WS-ES-LAST-DATE BY 100
                           GIVING WS-ES-LAST-MONTH
                       DIVIDE WS-ES-LAST-MONTH BY 100
                           GIVING WS-ES-LAST-REM
                           REMAINDER WS-ES-LAST-MM
                       COMPUTE WS-ES-LAST-YY =
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           PERFORM ESCHEAT-OFFICIAL-CHECKS
           CLOSE ESCHEAT-FILE
           DISPLAY "Accounts escheated: "WS-ES-COUNT
               " totaling "WS-ES-TOTAL
           DISPLAY "Official checks escheated: "WS-OC-ES-COUNT
               " totaling "WS-OC-ES-TOTAL.
      * Last activity date from the account's per-day summaries, the
      * same source the dormant report uses
       FIND-ESCHEAT-LAST-ACTIVITY.
                   END-READ
                   IF WS-CAT-EOF IS NOT EQUAL TO "y" AND
                       TRANSACTION-ID IS EQUAL TO WS-CAT-ACCOUNT
      * Transaction dates are CCYYMMDD: drop the day, and the month
      * is the low two digits of what is left
                       DIVIDE TRANSACTION-DATE BY 100
                           GIVING WS-CAT-TX-YYYYMM
                       DIVIDE WS-CAT-TX-YYYYMM BY 100
                           GIVING WS-CAT-TX-YEAR
                           REMAINDER WS-CAT-TX-MONTH
                       IF WS-CAT-TX-MONTH IS GREATER THAN OR EQUAL TO
                           WS-CAT-MONTH-LO AND WS-CAT-TX-MONTH IS LESS
       PRODUCE-ONE-CYCLE-STATEMENT.
           MOVE 0 TO WS-STMT-LINE-COUNT
           MOVE 0 TO WS-STMT-NET
           MOVE 0 TO WS-SF-COUNT
           MOVE 0 TO WS-SF-PERIOD-TOTAL
           MOVE 0 TO WS-SF-YTD-TOTAL
           MOVE 0 TO WS-SF-WAIVED
           MOVE 0 TO WS-SF-PERIOD-REFUND
           MOVE 0 TO WS-SF-YTD-REFUND
           MOVE 0 TO WS-RU-STMT-PERIOD
           MOVE 0 TO WS-RU-STMT-YTD
           DIVIDE WS-STMT-PERIOD BY 100 GIVING WS-SF-STMT-YY
           MOVE SPACES TO WS-REPRINT-PREFIX
           STRING "account=" BALANCE-ID " period=" WS-STMT-PERIOD
               DELIMITED BY SIZE INTO WS-REPRINT-PREFIX
           END-STRING
           WRITE CYCLE-STATEMENT-LINE
           ADD 1 TO WS-STMT-LINE-COUNT
      * A statement for an address mail has come back from is still
      * produced and registered, but marked and held, not mailed
           MOVE BALANCE-ID TO WS-RM-ACCOUNT-IN
           PERFORM CHECK-MAIL-ADDRESS
           IF WS-RM-BAD IS EQUAL TO "y"
               MOVE SPACES TO CYCLE-STATEMENT-LINE
               STRING WS-REPRINT-PREFIX " MAIL HELD - address returned "
                   MEMBER-BAD-ADDRESS-DATE
                   DELIMITED BY SIZE INTO CYCLE-STATEMENT-LINE
               END-STRING
               WRITE CYCLE-STATEMENT-LINE
               ADD 1 TO WS-STMT-LINE-COUNT
           END-IF
           MOVE "n" TO WS-STMT-CYCLE-TX-EOF
           MOVE BALANCE-ID TO TRANSACTION-ID
           OPEN INPUT TRANSACTION-DETAILS
                   END-READ
                   IF WS-STMT-CYCLE-TX-EOF IS NOT EQUAL TO "y" AND
                       TRANSACTION-ID IS EQUAL TO BALANCE-ID
      * Transaction dates are CCYYMMDD: drop the day, and the period
      * is the low four digits of what is left
                       DIVIDE TRANSACTION-DATE BY 100
                           GIVING WS-STMT-TX-YYYYMM
                       COMPUTE WS-STMT-TX-YYMM =
                           FUNCTION MOD(WS-STMT-TX-YYYYMM, 10000)
                       PERFORM TALLY-STATEMENT-FEE
                       PERFORM TALLY-STATEMENT-ROUND-UP
                       IF WS-STMT-TX-YYMM IS EQUAL TO WS-STMT-PERIOD
                           IF TRANSACTION-SIGN IS EQUAL TO "+"
                               ADD TRANSACTION-AMMOUNT TO WS-STMT-NET
               END-IF
           END-PERFORM
           CLOSE ENVELOPE-DETAILS
           PERFORM WRITE-STATEMENT-FEE-SECTION
           PERFORM WRITE-STATEMENT-ROUND-UP
           MOVE SPACES TO CYCLE-STATEMENT-LINE
           STRING WS-REPRINT-PREFIX " period net " WS-STMT-NET
               " closing balance " BALANCE-AMMOUNT
           END-WRITE
           ADD 1 TO WS-STMT-COUNT
           DISPLAY "Statement produced for account "BALANCE-ID
               " period "WS-STMT-PERIOD
           IF WS-RM-BAD IS EQUAL TO "y"
               MOVE WS-RM-MEMBER TO HM-MEMBER-ID
               MOVE BALANCE-ID TO HM-ACCOUNT-ID
               MOVE "S" TO HM-KIND
               MOVE "STATEMENT" TO HM-EVENT
               MOVE WS-STMT-PERIOD TO HM-PERIOD
               MOVE SPACES TO HM-DETAIL
               PERFORM WRITE-HELD-MAIL-ITEM
               DISPLAY "Statement held for account "BALANCE-ID
                   ": mail to the address on file has been returned"
           END-IF.
      * Reprint a past period's statement from the register and the
      * cycle-statement file, with no rescan of TRANSACTION-DETAILS
       REPRINT-STATEMENT.
               CLOSE CYCLE-STATEMENT-FILE
               DISPLAY "Statement lines reprinted: "WS-REPRINT-COUNT
           END-IF.
      * Year-end batch: total the year's INTEREST transactions and
      * PROMO BONUS payouts per account, join each account to its
      * member identity, and write the tax-reporting extract the
      * statements are issued from; both are reportable income
       EXPORT-INTEREST-TAX-EXTRACT.
           DISPLAY "Enter calendar year (YY)..."
           ACCEPT WS-TI-YEAR
                   AT END MOVE "y" TO WS-TI-EOF
               END-READ
               IF WS-TI-EOF IS NOT EQUAL TO "y" AND
                   (TRANSACTION-MEMO IS EQUAL TO "INTEREST" OR
                   TRANSACTION-MEMO IS EQUAL TO "PROMO BONUS")
      * Transaction dates are CCYYMMDD, so the year is the third and
      * fourth digits
                   DIVIDE TRANSACTION-DATE BY 10000 GIVING WS-TI-TX-REM
                       REMAINDER WS-TI-TX-MMDD
                   COMPUTE WS-TI-TX-YY =
                       FUNCTION MOD(WS-TI-TX-REM, 100)
                   IF WS-TI-TX-YY IS EQUAL TO WS-TI-YEAR
           OPEN INPUT ACCOUNT-DETAILS
           OPEN INPUT MEMBER-DETAILS
           MOVE SPACES TO TAX-EXTRACT-LINE
           STRING "HDR interest and bonuses paid for year 20" WS-TI-YEAR
               DELIMITED BY SIZE INTO TAX-EXTRACT-LINE
           END-STRING
           WRITE TAX-EXTRACT-LINE
                   " name=" MEMBER-NAME
                   " account=" TI-ACCT(WS-TI-IDX)
                   " interest=" TI-TOTAL(WS-TI-IDX)
                   " bonus=" TI-BONUS(WS-TI-IDX)
                   DELIMITED BY SIZE INTO TAX-EXTRACT-LINE
               END-STRING
               WRITE TAX-EXTRACT-LINE
           CLOSE ACCOUNT-DETAILS
           CLOSE MEMBER-DETAILS
           CLOSE TAX-EXTRACT-FILE
           DISPLAY "Accounts with interest or bonuses paid: "
               WS-TI-COUNT.
       TALLY-INTEREST-FOR-ACCOUNT.
           MOVE "n" TO WS-TI-FOUND
           PERFORM VARYING WS-TI-IDX FROM 1 BY 1
               UNTIL WS-TI-IDX > WS-TI-COUNT
               IF TI-ACCT(WS-TI-IDX) IS EQUAL TO TRANSACTION-ID
                   PERFORM ADD-TAX-INCOME
                   MOVE "y" TO WS-TI-FOUND
               END-IF
           END-PERFORM
           IF WS-TI-FOUND IS NOT EQUAL TO "y" AND WS-TI-COUNT < 200
               ADD 1 TO WS-TI-COUNT
               MOVE TRANSACTION-ID TO TI-ACCT(WS-TI-COUNT)
               MOVE 0 TO TI-TOTAL(WS-TI-COUNT)
               MOVE 0 TO TI-BONUS(WS-TI-COUNT)
               MOVE WS-TI-COUNT TO WS-TI-IDX
               PERFORM ADD-TAX-INCOME
           END-IF.
       ADD-TAX-INCOME.
           IF TRANSACTION-MEMO IS EQUAL TO "PROMO BONUS"
               ADD TRANSACTION-AMMOUNT TO TI-BONUS(WS-TI-IDX)
           ELSE
               ADD TRANSACTION-AMMOUNT TO TI-TOTAL(WS-TI-IDX)
           END-IF.
      * Add or remove the second authorized holder on an existing
      * account. Adding takes the primary holder's password (their
           CLOSE ACCOUNT-DETAILS.
      * Daily report of every negative balance with days-overdrawn
      * aging buckets, the fee total that got it there, and a flag
      * line appended to the collections follow-up list; a branch run
      * covers the accounts homed at the branch
       OVERDRAWN-AGING-REPORT.
           PERFORM SELECT-REPORT-BRANCH
           MOVE "n" TO WS-OA-EOF
           MOVE 0 TO WS-OA-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE WS-OA-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OA-YYYYMMDD)
           OPEN INPUT BALANCE-DETAILS
           OPEN INPUT ACCOUNT-DETAILS
           OPEN EXTEND COLLECTIONS-FILE
           MOVE LOW-VALUES TO BALANCE-ID
           START BALANCE-DETAILS KEY IS GREATER THAN BALANCE-ID
               INVALID KEY MOVE "y" TO WS-OA-EOF
           END-START
           DISPLAY "---- Overdrawn accounts aging ----"
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               DISPLAY "Branch: "WS-BR-REPORT
           END-IF
           PERFORM UNTIL WS-OA-EOF IS EQUAL TO "y"
               READ BALANCE-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-OA-EOF
               END-READ
               MOVE "n" TO WS-BR-IN-SCOPE
               IF WS-OA-EOF IS NOT EQUAL TO "y" AND
                   BALANCE-AMMOUNT < 0
                   MOVE BALANCE-ID TO WS-BR-ACCOUNT
                   PERFORM CHECK-ACCOUNT-BRANCH-SCOPE
               END-IF
               IF WS-BR-IN-SCOPE IS EQUAL TO "y"
                   ADD 1 TO WS-OA-COUNT
                   PERFORM FIND-LAST-NON-NEGATIVE-DATE
                   PERFORM SUM-OVERDRAWN-FEES
               END-IF
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE ACCOUNT-DETAILS
           CLOSE COLLECTIONS-FILE
           DISPLAY "Overdrawn accounts: "WS-OA-COUNT.
      * Most recent snapshot date on which this account was not
      * the other, refusing to hand over a file whose debits and
      * credits do not match
       EXPORT-GL-JOURNAL.
      * Posting dates carry the day, so the journal can be cut for a
      * single business day, a run of days or a whole month
           PERFORM ACCEPT-REPORT-DATE-RANGE
           PERFORM READ-CHARGEOFF-PARAMETERS
           MOVE "n" TO WS-GL-EOF
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           MOVE 0 TO WS-GL-CREDIT-TOTAL
                   AT END MOVE "y" TO WS-GL-EOF
               END-READ
               IF WS-GL-EOF IS NOT EQUAL TO "y" AND
                   TRANSACTION-DATE IS NOT LESS THAN WS-RD-FROM-DATE
                   AND TRANSACTION-DATE IS NOT GREATER THAN
                   WS-RD-TO-DATE
                   PERFORM WRITE-GL-JOURNAL-PAIR
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-DETAILS
           PERFORM WRITE-LOAN-CHARGEOFF-GL
           PERFORM WRITE-LOAN-RESERVE-GL
           PERFORM WRITE-OFFICIAL-CHECK-GL
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING "TRL,lines=" WS-GL-LINE-COUNT
               ",debits=" WS-GL-DEBIT-TOTAL
               ",credits=" WS-GL-CREDIT-TOTAL
               ",period=" WS-RD-FROM-DATE "-" WS-RD-TO-DATE
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           END-STRING
           WRITE GL-JOURNAL-LINE
                       END-IF
               END-READ
           CLOSE REFERENCE-CODES
      * Write-offs and recoveries book to the loss and recovery
      * accounts unless the memo has been mapped elsewhere; a
      * charge-off debits the loss, a loan recovery credits recoveries
           MOVE TRANSACTION-SIGN TO WS-GL-POST-SIGN
           IF TRANSACTION-MEMO IS EQUAL TO "CHARGE-OFF"
               MOVE "-" TO WS-GL-POST-SIGN
               IF WS-GL-CONTRA-ACCOUNT IS EQUAL TO
                   WS-GL-SUSPENSE-ACCOUNT
                   MOVE WS-CO-LOSS-GL TO WS-GL-CONTRA-ACCOUNT
               END-IF
           END-IF
           IF TRANSACTION-MEMO IS EQUAL TO "RECOVERY" OR
               TRANSACTION-MEMO IS EQUAL TO "LOAN RECOVERY"
               MOVE "+" TO WS-GL-POST-SIGN
               IF WS-GL-CONTRA-ACCOUNT IS EQUAL TO
                   WS-GL-SUSPENSE-ACCOUNT
                   MOVE WS-CO-RECOVERY-GL TO WS-GL-CONTRA-ACCOUNT
               END-IF
           END-IF
           MOVE SPACES TO GL-JOURNAL-LINE
           IF WS-GL-POST-SIGN IS EQUAL TO "+"
               STRING "D," WS-GL-CASH-ACCOUNT ","
                   TRANSACTION-AMMOUNT "," TRANSACTION-NUMBER
                   DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           WRITE GL-JOURNAL-LINE
           ADD TRANSACTION-AMMOUNT TO WS-GL-DEBIT-TOTAL
           MOVE SPACES TO GL-JOURNAL-LINE
           IF WS-GL-POST-SIGN IS EQUAL TO "+"
               STRING "C," WS-GL-CONTRA-ACCOUNT ","
                   TRANSACTION-AMMOUNT "," TRANSACTION-NUMBER
                   DELIMITED BY SIZE INTO GL-JOURNAL-LINE
               END-READ
           CLOSE TRANSACTION-DETAILS.
      * Suspense aging: lines still unmapped past the configured age
      * (whole months, counted to the posting day) land on
      * MORNING-REPORT's front section
       AGE-SUSPENSE-LINES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
               FUNCTION NUMVAL(WS-CURRENT-DATE(3:2))
           COMPUTE WS-GW-TODAY-MM =
               FUNCTION NUMVAL(WS-CURRENT-DATE(5:2))
           COMPUTE WS-GW-TODAY-DD =
               FUNCTION NUMVAL(WS-CURRENT-DATE(7:2))
           MOVE 0 TO WS-GW-AGED
           MOVE "n" TO WS-GW-EOF
           OPEN INPUT TRANSACTION-DETAILS
               IF WS-GW-EOF IS NOT EQUAL TO "y"
                   PERFORM CHECK-SUSPENSE-MEMO
                   IF WS-GW-SUSPENSE IS EQUAL TO "y"
      * Transaction dates are CCYYMMDD; a month only counts once
      * the posting day has come round again
                       DIVIDE TRANSACTION-DATE BY 100
                           GIVING WS-GW-TX-YYYYMM
                           REMAINDER WS-GW-TX-DD
                       DIVIDE WS-GW-TX-YYYYMM BY 100
                           GIVING WS-GW-REM
                           REMAINDER WS-GW-TX-MM
                       COMPUTE WS-GW-TX-YY =
                       COMPUTE WS-GW-MONTHS =
                           (WS-GW-TODAY-YY - WS-GW-TX-YY) * 12
                           + (WS-GW-TODAY-MM - WS-GW-TX-MM)
                       IF WS-GW-TODAY-DD < WS-GW-TX-DD
                           SUBTRACT 1 FROM WS-GW-MONTHS
                       END-IF
                       IF WS-GW-MONTHS > WS-GW-MAX-AGE
                           ADD 1 TO WS-GW-AGED
                           MOVE SPACES TO MORNING-ESC-LINE
                   END-IF
                   IF SECURITY-LOG-LINE(1:6) IS EQUAL TO "FAILED"
                       MOVE SECURITY-LOG-LINE(17:8) TO WS-FP-THIS-ACCT
      * Lines logged before the sign-in date carried the day have a
      * six-digit date, two bytes shorter ahead of the username
                       IF SECURITY-LOG-LINE(37:6) IS EQUAL TO " user="
                           MOVE SECURITY-LOG-LINE(43:40) TO
                               WS-FP-THIS-USER
                       ELSE
                           MOVE SECURITY-LOG-LINE(45:40) TO
                               WS-FP-THIS-USER
                       END-IF
                       PERFORM TALLY-FAILED-ATTEMPT
                   END-IF
               END-IF
           CLOSE BALANCE-DETAILS.
      * The branch vault: open and close it against counted totals
      * like a drawer, move cash between it and the open teller
      * drawer with buy/sell entries (both sides updated), ship cash
      * to another branch's vault, demand a second person's count on
      * big movements, and report the whole branch cash position at
      * end of day. Every command works on the signed-on staff
      * member's own branch
       MAINTAIN-VAULT-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-VL-TODAY
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           MOVE WS-STAFF-BRANCH TO WS-VL-BRANCH
           MOVE WS-STAFF-ID-IN TO WS-VL-ACTOR
           OPEN INPUT BANK-PARAMETERS
           MOVE "VAULT-DUAL-THRESHOLD" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
               MOVE PARAM-VALUE TO WS-VL-DUAL-THRESHOLD
           END-IF
           CLOSE BANK-PARAMETERS
           DISPLAY "Branch "WS-VL-BRANCH" vault"
           DISPLAY "Enter a command. 'open', 'close', 'buy', 'sell',
      -        " 'ship', or 'position'"
           ACCEPT WS-VL-COMMAND
           IF WS-VL-COMMAND IS EQUAL TO "open"
               PERFORM OPEN-VAULT-DAY
               PERFORM VAULT-DRAWER-MOVE
           ELSE IF WS-VL-COMMAND IS EQUAL TO "sell"
               PERFORM VAULT-DRAWER-MOVE
           ELSE IF WS-VL-COMMAND IS EQUAL TO "ship"
               PERFORM VAULT-SHIP-CASH
           ELSE IF WS-VL-COMMAND IS EQUAL TO "position"
               PERFORM BRANCH-CASH-POSITION
           ELSE
               DISPLAY "Command not recognized..."
           END-IF.
       OPEN-VAULT-DAY.
           MOVE WS-VL-BRANCH TO VAULT-BRANCH
           MOVE WS-VL-TODAY TO VAULT-DATE
           OPEN I-O VAULT-LEDGER
               READ VAULT-LEDGER
                   INVALID KEY
                       MOVE WS-VL-BRANCH TO VAULT-BRANCH
                       MOVE WS-VL-TODAY TO VAULT-DATE
                       MOVE "O" TO VAULT-STATUS
                       DISPLAY "Enter counted opening vault total..."
                       ACCEPT VAULT-OPENING
                       MOVE VAULT-OPENING TO WS-DN-AMMOUNT
                       PERFORM TAKE-DENOMINATION-COUNT
                       IF WS-DN-OK IS EQUAL TO "y"
                           MOVE 0 TO VAULT-IN
                           MOVE 0 TO VAULT-OUT
                           MOVE 0 TO VAULT-CLOSING
                           MOVE 0 TO VAULT-VARIANCE
                           WRITE VAULT-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to open the "
                                       "vault ledger"
                           END-WRITE
                           MOVE "V" TO WS-DN-KIND
                           MOVE WS-VL-BRANCH TO WS-DN-OWNER
                           MOVE WS-VL-TODAY TO WS-DN-DATE
                           MOVE WS-VL-BRANCH TO WS-DN-BRANCH
                           PERFORM SAVE-OPENING-COUNT
                           DISPLAY "Vault opened with "VAULT-OPENING
                       ELSE
                           DISPLAY "The vault has not been opened"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "The vault ledger is already open for
      -                    " today"
               END-READ
           CLOSE VAULT-LEDGER.
       CLOSE-VAULT-DAY.
           MOVE WS-VL-BRANCH TO VAULT-BRANCH
           MOVE WS-VL-TODAY TO VAULT-DATE
           OPEN I-O VAULT-LEDGER
               READ VAULT-LEDGER
                   NOT INVALID KEY
                       DISPLAY "Enter counted closing vault total..."
                       ACCEPT VAULT-CLOSING
                       MOVE VAULT-CLOSING TO WS-DN-AMMOUNT
                       PERFORM TAKE-DENOMINATION-COUNT
                       IF WS-DN-OK IS EQUAL TO "y"
                           COMPUTE WS-VL-EXPECTED =
                               VAULT-OPENING + VAULT-IN - VAULT-OUT
                           COMPUTE VAULT-VARIANCE =
                               VAULT-CLOSING - WS-VL-EXPECTED
                           MOVE "C" TO VAULT-STATUS
                           REWRITE VAULT-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to close the "
                                       "vault ledger"
                           END-REWRITE
                           DISPLAY "Vault expected "WS-VL-EXPECTED
                               " counted "VAULT-CLOSING
                               " variance "VAULT-VARIANCE
                           MOVE "V" TO WS-DN-KIND
                           MOVE WS-VL-BRANCH TO WS-DN-OWNER
                           MOVE WS-VL-TODAY TO WS-DN-DATE
                           MOVE WS-VL-BRANCH TO WS-DN-BRANCH
                           PERFORM SAVE-CLOSING-COUNT
                       ELSE
                           DISPLAY "The vault stays open"
                       END-IF
               END-READ
           CLOSE VAULT-LEDGER.
      * Buy: the open drawer draws cash from the vault. Sell: the
      * drawer returns cash to it. Both sides move together, and a
      * movement over the threshold takes a second person's count.
      * The drawer must be one opened at this branch
       VAULT-DRAWER-MOVE.
           PERFORM READ-CURRENT-DRAWER
           IF CURDRAWER-BRANCH IS EQUAL TO SPACES
               MOVE WS-MAIN-BRANCH TO CURDRAWER-BRANCH
           END-IF
           IF WS-DRAWER-OPEN IS NOT EQUAL TO "y"
               DISPLAY "No drawer is open to move cash with"
           ELSE IF CURDRAWER-BRANCH IS NOT EQUAL TO WS-VL-BRANCH
               DISPLAY "The open drawer belongs to branch "
                   CURDRAWER-BRANCH"; move its cash through that branch'
      -            "s vault"
           ELSE
               DISPLAY "Enter amount to move..."
               ACCEPT WS-VL-AMMOUNT
               MOVE WS-VL-AMMOUNT TO WS-DN-AMMOUNT
               PERFORM TAKE-DENOMINATION-COUNT
               IF WS-DN-OK IS EQUAL TO "y"
                   PERFORM TAKE-VAULT-SECOND-COUNT
               ELSE
                   MOVE "n" TO WS-VL-OK
               END-IF
               IF WS-VL-OK IS EQUAL TO "y"
                   MOVE WS-VL-BRANCH TO VAULT-BRANCH
                   MOVE WS-VL-TODAY TO VAULT-DATE
                   OPEN I-O VAULT-LEDGER
                       READ VAULT-LEDGER
                   END-IF
                   MOVE WS-VL-AMMOUNT TO WS-DRAWER-CASH-AMMOUNT
                   PERFORM UPDATE-DRAWER-TOTALS
                   MOVE "V" TO WS-DN-KIND
                   MOVE WS-VL-BRANCH TO WS-DN-OWNER
                   MOVE WS-VL-TODAY TO WS-DN-DATE
                   MOVE WS-VL-BRANCH TO WS-DN-BRANCH
                   IF WS-VL-COMMAND IS EQUAL TO "buy"
                       MOVE "O" TO WS-DN-DIRECTION
                   ELSE
                       MOVE "I" TO WS-DN-DIRECTION
                   END-IF
                   PERFORM ADD-DENOMINATION-MOVE
                   MOVE "D" TO WS-DN-KIND
                   MOVE CURDRAWER-STAFF-ID TO WS-DN-OWNER
                   MOVE CURDRAWER-DATE TO WS-DN-DATE
                   MOVE CURDRAWER-BRANCH TO WS-DN-BRANCH
                   IF WS-VL-COMMAND IS EQUAL TO "buy"
                       MOVE "I" TO WS-DN-DIRECTION
                   ELSE
                       MOVE "O" TO WS-DN-DIRECTION
                   END-IF
                   PERFORM ADD-DENOMINATION-MOVE
                   DISPLAY "Moved "WS-VL-AMMOUNT" ("WS-VL-COMMAND
                       ") between the vault and drawer "
                       CURDRAWER-STAFF-ID
               END-IF
           END-IF
           END-IF.
      * A movement of WS-VL-AMMOUNT over the dual-count threshold
      * needs a second staff member to sign on and count it again;
      * WS-VL-OK comes back "n" when the second count fails
       TAKE-VAULT-SECOND-COUNT.
           MOVE "y" TO WS-VL-OK
           IF WS-VL-AMMOUNT > WS-VL-DUAL-THRESHOLD
               DISPLAY "This movement needs a second count. Second staff
      -            " member: sign on..."
               PERFORM STAFF-SIGN-ON
               IF WS-STAFF-SIGNED-ON IS NOT EQUAL TO "y"
                   MOVE "n" TO WS-VL-OK
               ELSE
                   DISPLAY "Second count of the amount..."
                   ACCEPT WS-VL-SECOND
                   IF WS-VL-SECOND IS NOT EQUAL TO WS-VL-AMMOUNT
                       DISPLAY "Counts disagree; the movement is "
                           "refused"
                       MOVE "n" TO WS-VL-OK
                   END-IF
               END-IF
           END-IF.
      * Inter-branch cash shipment: the same amount goes out of this
      * branch's vault and into the receiving branch's vault as one
      * paired entry, so the two ledgers and the bank-wide cash total
      * stay in step. Both vault days must be open, and the shipment
      * is written to the maintenance log
       VAULT-SHIP-CASH.
           DISPLAY "Enter the receiving branch code..."
           ACCEPT WS-VL-DEST-BRANCH
           MOVE WS-VL-DEST-BRANCH TO WS-BR-CHECK
           PERFORM VALIDATE-BRANCH-CODE
           IF WS-VL-DEST-BRANCH IS EQUAL TO WS-VL-BRANCH
               DISPLAY "Cash cannot be shipped to the branch it is leavi
      -            "ng"
           ELSE IF WS-BR-ACTIVE IS NOT EQUAL TO "y"
               DISPLAY "Branch "WS-VL-DEST-BRANCH" is not an open "
                   "branch"
           ELSE
               DISPLAY "Enter amount to ship..."
               ACCEPT WS-VL-AMMOUNT
               MOVE WS-VL-AMMOUNT TO WS-DN-AMMOUNT
               PERFORM TAKE-DENOMINATION-COUNT
               IF WS-DN-OK IS EQUAL TO "y"
                   PERFORM TAKE-VAULT-SECOND-COUNT
               ELSE
                   MOVE "n" TO WS-VL-OK
               END-IF
               IF WS-VL-OK IS EQUAL TO "y"
                   OPEN I-O VAULT-LEDGER
                   MOVE WS-VL-DEST-BRANCH TO VAULT-BRANCH
                   MOVE WS-VL-TODAY TO VAULT-DATE
                   READ VAULT-LEDGER
                       INVALID KEY MOVE "n" TO WS-VL-OK
                       NOT INVALID KEY
                           IF VAULT-STATUS IS NOT EQUAL TO "O"
                               MOVE "n" TO WS-VL-OK
                           END-IF
                   END-READ
                   IF WS-VL-OK IS NOT EQUAL TO "y"
                       DISPLAY "Branch "WS-VL-DEST-BRANCH" has not opene
      -                    "d a vault today; nothing shipped"
                   ELSE
                       MOVE WS-VL-BRANCH TO VAULT-BRANCH
                       MOVE WS-VL-TODAY TO VAULT-DATE
                       READ VAULT-LEDGER
                           INVALID KEY MOVE "n" TO WS-VL-OK
                           NOT INVALID KEY
                               IF VAULT-STATUS IS NOT EQUAL TO "O"
                                   MOVE "n" TO WS-VL-OK
                               END-IF
                       END-READ
                       IF WS-VL-OK IS NOT EQUAL TO "y"
                           DISPLAY "This branch has no vault open today;
      -                        " nothing shipped"
                       ELSE
                           ADD WS-VL-AMMOUNT TO VAULT-OUT
                           REWRITE VAULT-RECORD
                               INVALID KEY MOVE "n" TO WS-VL-OK
                           END-REWRITE
                       END-IF
                   END-IF
                   IF WS-VL-OK IS EQUAL TO "y"
                       MOVE WS-VL-DEST-BRANCH TO VAULT-BRANCH
                       MOVE WS-VL-TODAY TO VAULT-DATE
                       READ VAULT-LEDGER
                           INVALID KEY MOVE "n" TO WS-VL-OK
                           NOT INVALID KEY
                               ADD WS-VL-AMMOUNT TO VAULT-IN
                               REWRITE VAULT-RECORD
                                   INVALID KEY MOVE "n" TO WS-VL-OK
                               END-REWRITE
                       END-READ
                       IF WS-VL-OK IS NOT EQUAL TO "y"
                           DISPLAY "Error: shipment left this vault, not
      -                        " reaching branch "
                               WS-VL-DEST-BRANCH"; correct the ledger"
                       END-IF
                   END-IF
                   CLOSE VAULT-LEDGER
                   IF WS-VL-OK IS EQUAL TO "y"
                       DISPLAY "Shipped "WS-VL-AMMOUNT" from branch "
                           WS-VL-BRANCH" to branch "WS-VL-DEST-BRANCH
                       MOVE "V" TO WS-DN-KIND
                       MOVE WS-VL-BRANCH TO WS-DN-OWNER
                       MOVE WS-VL-TODAY TO WS-DN-DATE
                       MOVE WS-VL-BRANCH TO WS-DN-BRANCH
                       MOVE "O" TO WS-DN-DIRECTION
                       PERFORM ADD-DENOMINATION-MOVE
                       MOVE WS-VL-DEST-BRANCH TO WS-DN-OWNER
                       MOVE WS-VL-DEST-BRANCH TO WS-DN-BRANCH
                       MOVE "I" TO WS-DN-DIRECTION
                       PERFORM ADD-DENOMINATION-MOVE
                       MOVE "VAULT-SHIP" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-KEY
                       STRING WS-VL-BRANCH ">" WS-VL-DEST-BRANCH " "
                           WS-VL-TODAY
                           DELIMITED BY SIZE INTO WS-AUDIT-KEY
                       END-STRING
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE SPACES TO WS-AUDIT-AFTER
                       STRING "shipped " WS-VL-AMMOUNT
                           DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                       END-STRING
                       MOVE WS-VL-ACTOR TO WS-AUDIT-ACTOR
                       PERFORM LOG-MAINTENANCE-ACTION
                   END-IF
               END-IF
           END-IF
           END-IF.
      * End-of-day branch cash position: the branch vault's expected
      * cash plus every drawer opened at the branch today, reconciled
      * on one screen
       BRANCH-CASH-POSITION.
           MOVE 0 TO WS-VL-POSITION
           MOVE WS-VL-BRANCH TO VAULT-BRANCH
           MOVE WS-VL-TODAY TO VAULT-DATE
           OPEN INPUT VAULT-LEDGER
               READ VAULT-LEDGER
               READ DRAWER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-VL-EOF
               END-READ
               IF DRAWER-BRANCH IS EQUAL TO SPACES
                   MOVE WS-MAIN-BRANCH TO DRAWER-BRANCH
               END-IF
               IF WS-VL-EOF IS NOT EQUAL TO "y" AND
                   DRAWER-DATE IS EQUAL TO WS-VL-TODAY AND
                   DRAWER-BRANCH IS EQUAL TO WS-VL-BRANCH
                   COMPUTE WS-VL-EXPECTED =
                       DRAWER-OPENING + DRAWER-CASH-IN -
                       DRAWER-CASH-OUT
           CLOSE DRAWER-DETAILS
           ADD WS-VL-DRAWER-TOTAL TO WS-VL-POSITION
           DISPLAY "Drawers today: "WS-VL-DRAWER-TOTAL
           DISPLAY "Branch "WS-VL-BRANCH" cash position: "
               WS-VL-POSITION.
      * Open today's cash drawer for the signed-on teller with a
      * counted opening total, and point the current-drawer marker at
      * it so session cash movements are tied to it
               MOVE "O" TO DRAWER-STATUS
               DISPLAY "Enter counted opening cash total..."
               ACCEPT DRAWER-OPENING
               MOVE DRAWER-OPENING TO WS-DN-AMMOUNT
               PERFORM TAKE-DENOMINATION-COUNT
               IF WS-DN-OK IS EQUAL TO "y"
                   MOVE 0 TO DRAWER-CASH-IN
                   MOVE 0 TO DRAWER-CASH-OUT
                   MOVE 0 TO DRAWER-CLOSING
                   MOVE 0 TO DRAWER-VARIANCE
                   MOVE WS-STAFF-BRANCH TO DRAWER-BRANCH
                   OPEN I-O DRAWER-DETAILS
                       WRITE DRAWER-RECORD
                           INVALID KEY REWRITE DRAWER-RECORD
                           END-REWRITE
                       END-WRITE
                   CLOSE DRAWER-DETAILS
                   MOVE WS-STAFF-ID-IN TO CURDRAWER-STAFF-ID
                   MOVE WS-DRAWER-TODAY TO CURDRAWER-DATE
                   MOVE WS-STAFF-BRANCH TO CURDRAWER-BRANCH
                   OPEN OUTPUT CURRENT-DRAWER-FILE
                       WRITE CURRENT-DRAWER-RECORD
                   CLOSE CURRENT-DRAWER-FILE
                   MOVE "D" TO WS-DN-KIND
                   MOVE WS-STAFF-ID-IN TO WS-DN-OWNER
                   MOVE WS-DRAWER-TODAY TO WS-DN-DATE
                   MOVE WS-STAFF-BRANCH TO WS-DN-BRANCH
                   PERFORM SAVE-OPENING-COUNT
                   DISPLAY "Drawer opened for "WS-STAFF-ID-IN
                       " at branch "WS-STAFF-BRANCH" with "
                       DRAWER-OPENING
                   PERFORM TAKE-FX-DRAWER-OPENING
               ELSE
                   DISPLAY "The drawer has not been opened"
               END-IF
           END-IF.
      * Close the open drawer against a counted closing total and
      * report the over/short variance the same day
           IF WS-DRAWER-OPEN IS NOT EQUAL TO "y"
               DISPLAY "No drawer is open"
           ELSE
               MOVE "y" TO WS-DN-OK
               MOVE CURDRAWER-STAFF-ID TO DRAWER-STAFF-ID
               MOVE CURDRAWER-DATE TO DRAWER-DATE
               OPEN I-O DRAWER-DETAILS
                           DISPLAY "Enter counted closing cash total..
      -                        "."
                           ACCEPT WS-DRAWER-COUNTED
                           MOVE WS-DRAWER-COUNTED TO WS-DN-AMMOUNT
                           PERFORM TAKE-DENOMINATION-COUNT
                           IF WS-DN-OK IS EQUAL TO "y"
                               PERFORM CLOSE-DRAWER-RECORD
                           ELSE
                               DISPLAY "The drawer stays open"
                           END-IF
                   END-READ
               CLOSE DRAWER-DETAILS
               IF WS-DN-OK IS EQUAL TO "y"
                   MOVE SPACES TO CURDRAWER-STAFF-ID
                   MOVE 0 TO CURDRAWER-DATE
                   MOVE SPACES TO CURDRAWER-BRANCH
                   OPEN OUTPUT CURRENT-DRAWER-FILE
                       WRITE CURRENT-DRAWER-RECORD
                   CLOSE CURRENT-DRAWER-FILE
               END-IF
           END-IF.
      * Post the closing count to the drawer record just read and
      * report the variance, in dollars and then by denomination. The
      * drawer's notes and coin also move with customer cash, which is
      * taken in dollars only, so the per-denomination over/short
      * carries the day's customer cash by denomination
       CLOSE-DRAWER-RECORD.
           COMPUTE WS-DRAWER-EXPECTED =
               DRAWER-OPENING + DRAWER-CASH-IN - DRAWER-CASH-OUT
           MOVE WS-DRAWER-COUNTED TO DRAWER-CLOSING
           COMPUTE DRAWER-VARIANCE =
               WS-DRAWER-COUNTED - WS-DRAWER-EXPECTED
           MOVE "C" TO DRAWER-STATUS
           REWRITE DRAWER-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to close drawer"
           END-REWRITE
           DISPLAY "---- Drawer variance report ----"
           DISPLAY "Drawer: "DRAWER-STAFF-ID" date "DRAWER-DATE
           DISPLAY "Opening: "DRAWER-OPENING
           DISPLAY "Cash in: "DRAWER-CASH-IN
           DISPLAY "Cash out: "DRAWER-CASH-OUT
           DISPLAY "Expected: "WS-DRAWER-EXPECTED
           DISPLAY "Counted: "WS-DRAWER-COUNTED
           DISPLAY "Variance (over/short): "DRAWER-VARIANCE
           MOVE "D" TO WS-DN-KIND
           MOVE DRAWER-STAFF-ID TO WS-DN-OWNER
           MOVE DRAWER-DATE TO WS-DN-DATE
           MOVE DRAWER-BRANCH TO WS-DN-BRANCH
           PERFORM SAVE-CLOSING-COUNT.
      * Read the current-drawer marker; WS-DRAWER-OPEN says whether a
      * drawer is open right now
       READ-CURRENT-DRAWER.
      * instruction or drawn overdraft is still open against the
      * account, disburse the remaining balance (to another account or
      * as cash), mark the balance record closed instead of physically
      * deleting anything, and append a closure confirmation line.
      * Staff settling a deceased member's account run it with
      * WS-CLOSE-ESTATE set, which leaves the session alone
       CLOSE-ACCOUNT-WORKFLOW.
           MOVE "n" TO WS-CLOSE-BLOCKED
           MOVE CREATE-ACCOUNT-ID TO LOAN-ACCOUNT-ID
               END-STRING
               MOVE "A" TO WS-AUDIT-BEFORE
               MOVE "C" TO WS-AUDIT-AFTER
               IF WS-CLOSE-ESTATE IS EQUAL TO "y"
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               ELSE
                   MOVE READ-USERNAME TO WS-AUDIT-ACTOR
               END-IF
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Account "CREATE-ACCOUNT-ID" closed; confirmati
      -            "on written"
      * The closure ends the session without passing through the
      * normal sign-off, so the lock is released here
               IF WS-CLOSE-ESTATE IS NOT EQUAL TO "y"
                   PERFORM RELEASE-SESSION-LOCK
                   MOVE "so" TO WS-BANK-COMMAND
               END-IF
           END-IF.
      * Write the proposed table change already staged in the PC
      * fields as a pending record, stamped with who proposed it; the
      * live table is untouched until a different staff member
      * approves it through the "ap" command. A change to customer
      * terms dated inside the notice period is refused up front
       QUEUE-TABLE-CHANGE.
           PERFORM ASSESS-CHANGE-IN-TERMS
           IF WS-CT-REFUSED IS EQUAL TO "y"
               DISPLAY "Change not queued"
           ELSE
               PERFORM WRITE-PENDING-CHANGE
           END-IF.
       WRITE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TRANSACTION-DATE
           MOVE WS-CURRENT-TIME TO WS-TRANSACTION-TIME
           MOVE WS-TRANSACTION-DATE-DATA TO PC-ID
           MOVE WS-STAFF-ID-IN TO PC-PROPOSED-BY
           MOVE WS-CURRENT-DATE(3:6) TO PC-PROPOSED-DATE
           MOVE SPACES TO PC-APPROVED-BY
           MOVE 0 TO PC-APPROVED-DATE
           OPEN I-O PENDING-CHANGES
               WRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                           " key "PC-KEY" value "PC-NUM
                           " eff "PC-DATE" proposed by "
                           PC-PROPOSED-BY" on "PC-PROPOSED-DATE
                       IF PC-APPROVED-BY IS NOT EQUAL TO SPACES
                           DISPLAY "    approved by "PC-APPROVED-BY
                               " on "PC-APPROVED-DATE
                               ", waiting for its effective date"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PENDING-CHANGES
                               WS-STAFF-ID-IN
                               DISPLAY "A change cannot be approved by
      -                            " the staff member who proposed it"
                           ELSE IF PC-TABLE IS EQUAL TO "REFND" AND
                               WS-STAFF-ROLE IS NOT EQUAL TO "S"
                               DISPLAY "A fee refund over the limits nee
      -                            "ds a supervisor's approval"
                           ELSE IF PC-APPROVED-BY IS NOT EQUAL TO
                               SPACES
                               DISPLAY "Already approved by "
                                   PC-APPROVED-BY"; it takes effect on "
                                   PC-DATE
                           ELSE
                               DISPLAY "Approve or reject? a/r"
                               ACCEPT WS-PC-DECISION
                               MOVE "n" TO WS-CT-KEEP
                               IF WS-PC-DECISION IS EQUAL TO "a"
                                   PERFORM APPROVE-ONE-CHANGE
                               ELSE
                                   MOVE "CHANGE-REJECT" TO
                                       WS-AUDIT-ACTION
                               END-IF
                               IF WS-CT-KEEP IS EQUAL TO "n"
                                   DELETE PENDING-CHANGES RECORD
                                       INVALID KEY
                                           DISPLAY "Error: unable to "
                                               "clear the pending "
                                               "change"
                                   END-DELETE
                               END-IF
                               MOVE SPACES TO WS-AUDIT-KEY
                               STRING PC-TABLE "/" PC-KEY
                                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
                               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                               PERFORM LOG-MAINTENANCE-ACTION
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               CLOSE PENDING-CHANGES
           ELSE
           ELSE IF PC-TABLE IS EQUAL TO "FX"
               MOVE PC-KEY(1:3) TO FX-CURRENCY
               OPEN I-O EXCHANGE-RATES
      * A change queued before spreads existed carries none, and
      * leaves the spreads on file as they are
                   READ EXCHANGE-RATES
                       INVALID KEY
                           MOVE 0 TO FX-BUY-SPREAD
                           MOVE 0 TO FX-SELL-SPREAD
                   END-READ
                   MOVE PC-KEY(4:8) TO WS-FX-SPREAD-KEY
                   IF WS-FX-SK-BUY IS NUMERIC AND
                       WS-FX-SK-SELL IS NUMERIC
                       MOVE WS-FX-SK-BUY TO FX-BUY-SPREAD
                       MOVE WS-FX-SK-SELL TO FX-SELL-SPREAD
                   END-IF
                   MOVE PC-NUM TO FX-RATE-TO-USD
                   MOVE PC-DATE TO FX-EFFECTIVE-DATE
                   WRITE EXCHANGE-RATE-RECORD
                   END-WRITE
               CLOSE EXCHANGE-RATES
               DISPLAY "Rate for "FX-CURRENCY" is now "FX-RATE-TO-USD
                   " buy "FX-BUY-SPREAD"% sell "FX-SELL-SPREAD"%"
           ELSE IF PC-TABLE IS EQUAL TO "REF"
               MOVE PC-KEY TO REF-CODE
               OPEN I-O REFERENCE-CODES
                   END-WRITE
               CLOSE REFERENCE-CODES
               DISPLAY "Reference code "REF-CODE" is now on file"
           ELSE IF PC-TABLE IS EQUAL TO "INDEX"
               MOVE PC-KEY(1:6) TO IX-CODE
               MOVE PC-DATE TO IX-EFFECTIVE-DATE
               OPEN I-O INDEX-RATES
                   MOVE PC-NUM TO IX-RATE
                   WRITE INDEX-RATE-RECORD
                       INVALID KEY REWRITE INDEX-RATE-RECORD
                       END-REWRITE
                   END-WRITE
               CLOSE INDEX-RATES
               DISPLAY "Index "IX-CODE" is "IX-RATE" from "
                   IX-EFFECTIVE-DATE
           ELSE IF PC-TABLE IS EQUAL TO "ENT"
               MOVE PC-KEY(1:8) TO ENT-STAFF-ID
               MOVE PC-KEY(9:8) TO ENT-COMMAND
               OPEN I-O ENTITLEMENTS
                   READ ENTITLEMENTS
                       INVALID KEY
                           DISPLAY "Entitlement already gone from the "
                               "matrix"
                       NOT INVALID KEY
                           DELETE ENTITLEMENTS RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to revoke"
                           END-DELETE
                           DISPLAY "Entitlement "ENT-STAFF-ID" / "
                               ENT-COMMAND" revoked"
                           MOVE "ENT-REVOKE" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-KEY
                           STRING ENT-STAFF-ID "/" ENT-COMMAND
                               DELIMITED BY SIZE INTO WS-AUDIT-KEY
                           END-STRING
                           MOVE "granted" TO WS-AUDIT-BEFORE
                           MOVE "revoked" TO WS-AUDIT-AFTER
                           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                           PERFORM LOG-MAINTENANCE-ACTION
                   END-READ
               CLOSE ENTITLEMENTS
           ELSE IF PC-TABLE IS EQUAL TO "REFND"
               PERFORM APPLY-QUEUED-REFUND
           ELSE IF PC-TABLE IS EQUAL TO "GLACT"
               PERFORM APPLY-GL-ACCOUNT-CHANGE
           ELSE IF PC-TABLE IS EQUAL TO "TIER"
               MOVE PC-KEY(1:15) TO WS-CT-TIER-KEY
               MOVE WS-CT-TK-TYPE TO TIER-ACCOUNT-TYPE
               MOVE WS-CT-TK-NUMBER TO TIER-NUMBER
               OPEN I-O RATE-TIER-TABLE
                   MOVE WS-CT-TK-FLOOR TO TIER-FLOOR
                   MOVE PC-NUM TO TIER-RATE
                   WRITE RATE-TIER-RECORD
                       INVALID KEY REWRITE RATE-TIER-RECORD
                       END-REWRITE
                   END-WRITE
               CLOSE RATE-TIER-TABLE
               DISPLAY "Tier "TIER-ACCOUNT-TYPE"/"TIER-NUMBER
                   " is now floor "TIER-FLOOR" rate "TIER-RATE
           ELSE IF PC-TABLE IS EQUAL TO "PROD"
               MOVE PC-KEY(1:7) TO WS-CT-PROD-KEY
               MOVE WS-CT-PK-CODE TO PROD-CODE
               OPEN I-O PRODUCT-CATALOG
                   MOVE PC-DESC TO PROD-NAME
                   MOVE WS-CT-PK-INTEREST TO PROD-EARNS-INTEREST
                   MOVE WS-CT-PK-WD-LIMIT TO PROD-WD-LIMIT
                   MOVE PC-NUM TO PROD-MIN-BALANCE
                   MOVE WS-CT-PK-FEE-SET TO PROD-FEE-SET
                   MOVE WS-CT-PK-OD TO PROD-OD-ELIGIBLE
                   MOVE WS-CT-PK-IRA TO PROD-RETIREMENT
                   WRITE PRODUCT-RECORD
                       INVALID KEY REWRITE PRODUCT-RECORD
                       END-REWRITE
                   END-WRITE
               CLOSE PRODUCT-CATALOG
               DISPLAY "Product "PROD-CODE" "PROD-NAME" is now on file"
           END-IF.
      * Append one line describing a non-financial maintenance action
      * (who, what command, which key, before/after values) to the
           OPEN EXTEND INCOME-LEDGER
               WRITE INCOME-LEDGER-LINE
           CLOSE INCOME-LEDGER.
      * Shared date-range prompt for the reports cut by posting day: a
      * YYYYMM entry takes the whole month, a YYYYMMDD entry asks for
      * the last day of the range (0 for that day alone)
       ACCEPT-REPORT-DATE-RANGE.
           DISPLAY "Enter first date (YYYYMMDD) or a month (YYYYMM)..."
           ACCEPT WS-RD-FROM-DATE
           IF WS-RD-FROM-DATE < 1000000
               COMPUTE WS-RD-TO-DATE = WS-RD-FROM-DATE * 100 + 31
               COMPUTE WS-RD-FROM-DATE = WS-RD-FROM-DATE * 100 + 1
           ELSE
               DISPLAY "Enter last date (YYYYMMDD), 0 for one day..."
               ACCEPT WS-RD-TO-DATE
               IF WS-RD-TO-DATE IS EQUAL TO 0
                   MOVE WS-RD-FROM-DATE TO WS-RD-TO-DATE
               END-IF
           END-IF.
      * Daily channel-mix report: counts and amounts per channel
      * and per teller or batch operator, for one branch's postings
      * or all of them, over one posting day, a run of days or a
      * whole month
       CHANNEL-MIX-REPORT.
           PERFORM ACCEPT-REPORT-DATE-RANGE
           PERFORM SELECT-REPORT-BRANCH
           MOVE 0 TO WS-CX-COUNT
           MOVE "n" TO WS-CX-EOF
           OPEN INPUT TRANSACTION-DETAILS
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-CX-EOF
               END-READ
               MOVE TRANSACTION-BRANCH TO WS-BR-CHECK
               PERFORM CHECK-BRANCH-SCOPE
               IF WS-CX-EOF IS NOT EQUAL TO "y" AND
                   TRANSACTION-DATE IS NOT LESS THAN WS-RD-FROM-DATE
                   AND TRANSACTION-DATE IS NOT GREATER THAN
                   WS-RD-TO-DATE AND
                   WS-BR-IN-SCOPE IS EQUAL TO "y"
                   PERFORM TALLY-CHANNEL-ENTRY
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-DETAILS
           DISPLAY "---- Channel mix for "WS-RD-FROM-DATE" to "
               WS-RD-TO-DATE" ----"
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               DISPLAY "Branch: "WS-BR-REPORT
           END-IF
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
               UNTIL WS-CX-IDX > WS-CX-COUNT
               DISPLAY "Channel "CX-CHANNEL(WS-CX-IDX)" operator "
               MOVE 1 TO CX-TX-COUNT(WS-CX-COUNT)
               MOVE TRANSACTION-AMMOUNT TO CX-TOTAL(WS-CX-COUNT)
           END-IF.
      * Income statement off the ledger: fee and interest income
      * against interest expense, totaled per category for the chosen
      * month, day or run of days
       INCOME-STATEMENT-REPORT.
           PERFORM ACCEPT-REPORT-DATE-RANGE
           MOVE 0 TO WS-IS-COUNT
           MOVE 0 TO WS-IS-INCOME-TOTAL
           MOVE 0 TO WS-IS-EXPENSE-TOTAL
               READ INCOME-LEDGER
                   AT END MOVE "y" TO WS-IS-EOF
                   NOT AT END
                       COMPUTE WS-IS-LINE-DATE =
                           FUNCTION NUMVAL(INCOME-LEDGER-LINE(6:8))
                       IF WS-IS-LINE-DATE IS NOT LESS THAN
                           WS-RD-FROM-DATE AND WS-IS-LINE-DATE IS NOT
                           GREATER THAN WS-RD-TO-DATE
                           PERFORM TALLY-INCOME-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCOME-LEDGER
           DISPLAY "---- Income statement for "WS-RD-FROM-DATE" to "
               WS-RD-TO-DATE" ----"
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
               UNTIL WS-IS-IDX > WS-IS-COUNT
               IF IS-SIGN(WS-IS-IDX) IS EQUAL TO "-"
               WS-IS-INCOME-TOTAL - WS-IS-EXPENSE-TOTAL
           DISPLAY "Total income:  "WS-IS-INCOME-TOTAL
           DISPLAY "Total expense: "WS-IS-EXPENSE-TOTAL
           DISPLAY "Net for the period: "WS-IS-NET.
       TALLY-INCOME-LINE.
           COMPUTE WS-IS-LINE-AMMOUNT =
               FUNCTION NUMVAL(INCOME-LEDGER-LINE(61:12))
      * A reversal takes back income booked earlier, so it nets
      * against its own category and the income total
           IF INCOME-LEDGER-LINE(51:1) IS EQUAL TO "R"
               COMPUTE WS-IS-LINE-AMMOUNT = 0 - WS-IS-LINE-AMMOUNT
           END-IF
           MOVE "n" TO WS-IS-FOUND
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1
               UNTIL WS-IS-IDX > WS-IS-COUNT
               IF IS-CATEGORY(WS-IS-IDX) IS EQUAL TO
                   INCOME-LEDGER-LINE(19:16)
                   MOVE "y" TO WS-IS-FOUND
                   ADD WS-IS-LINE-AMMOUNT TO IS-TOTAL(WS-IS-IDX)
               END-IF
           END-PERFORM
           IF WS-IS-FOUND IS NOT EQUAL TO "y" AND WS-IS-COUNT < 20
               MOVE INCOME-LEDGER-LINE(19:16) TO
                   IS-CATEGORY(WS-IS-COUNT)
               MOVE INCOME-LEDGER-LINE(51:1) TO IS-SIGN(WS-IS-COUNT)
               IF IS-SIGN(WS-IS-COUNT) IS EQUAL TO "R"
                   MOVE "+" TO IS-SIGN(WS-IS-COUNT)
               END-IF
               MOVE WS-IS-LINE-AMMOUNT TO IS-TOTAL(WS-IS-COUNT)
           END-IF
           IF INCOME-LEDGER-LINE(51:1) IS EQUAL TO "-"
               ADD WS-IS-LINE-AMMOUNT TO WS-IS-EXPENSE-TOTAL
           ELSE
               ADD WS-IS-LINE-AMMOUNT TO WS-IS-INCOME-TOTAL
           END-IF.
      * Append the already-built security-log line with the running
      * chain hash in its fixed tail columns: the hash covers the
           MOVE "hash=" TO MAINT-AUDIT-LINE(257:5)
           MOVE WS-CHAIN-ACCUM TO MAINT-AUDIT-LINE(262:18)
           OPEN EXTEND MAINT-AUDIT-LOG
           IF WS-MAINT-AUDIT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT MAINT-AUDIT-LOG
           END-IF
               WRITE MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-LOG
           MOVE WS-CHAIN-ACCUM TO MAINT-CHAIN-HASH
                   IF WS-STAFF-ANY IS EQUAL TO "n"
                       MOVE "S" TO STAFF-ROLE
                   END-IF
                   DISPLAY "Enter the staff member's own member ID "
                       "(0 if none)..."
                   ACCEPT STAFF-MEMBER-ID
                   PERFORM TAKE-STAFF-RELATED-MEMBERS
                   DISPLAY "Enter the staff member's branch code (blank"
                       " for the main branch)..."
                   ACCEPT WS-BR-CHECK
                   PERFORM TAKE-ACTIVE-BRANCH
                   MOVE WS-BR-CHECK TO STAFF-BRANCH
                   DISPLAY "Enter password..."
                   ACCEPT WS-STAFF-PASS-IN
                   MOVE WS-STAFF-PASS-IN TO WS-HASH-INPUT
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING STAFF-NAME " role " STAFF-ROLE
                       " branch " STAFF-BRANCH
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
                   MOVE "STAFF-LINKS" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "member " STAFF-MEMBER-ID
                       " related " WS-IM-DECLARED
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   PERFORM LOG-MAINTENANCE-ACTION
               ELSE IF WS-STAFF-COMMAND IS EQUAL TO "read"
                   DISPLAY "Enter staff ID..."
                   ACCEPT STAFF-ID
                           INVALID KEY DISPLAY "Unknown staff ID..."
                           NOT INVALID KEY
                               DISPLAY STAFF-ID" "STAFF-NAME" role "
                                   STAFF-ROLE" branch "STAFF-BRANCH
                               PERFORM SHOW-STAFF-LINKS
                       END-READ
                   CLOSE STAFF-DETAILS
               ELSE IF WS-STAFF-COMMAND IS EQUAL TO "browse"
                               NOT AT END
                                   DISPLAY STAFF-ID" "STAFF-NAME
                                       " role "STAFF-ROLE
                                       " branch "STAFF-BRANCH
                                   PERFORM SHOW-STAFF-LINKS
                           END-READ
                       END-PERFORM
                   CLOSE STAFF-DETAILS
               END-IF
           END-IF.
      * The declared related members, up to ten, ending at a 0
       TAKE-STAFF-RELATED-MEMBERS.
           PERFORM VARYING WS-IM-R FROM 1 BY 1 UNTIL WS-IM-R > 10
               MOVE 0 TO STAFF-RELATED-MEMBER(WS-IM-R)
           END-PERFORM
           MOVE 0 TO WS-IM-DECLARED
           DISPLAY "Enter the related member IDs (relatives, close "
               "associates) one at a time, 0 to end..."
           MOVE 1 TO WS-IM-MEMBER-IN
           PERFORM VARYING WS-IM-R FROM 1 BY 1
               UNTIL WS-IM-R > 10 OR WS-IM-MEMBER-IN IS EQUAL TO 0
               ACCEPT WS-IM-MEMBER-IN
               IF WS-IM-MEMBER-IN IS NOT EQUAL TO 0
                   MOVE WS-IM-MEMBER-IN TO
                       STAFF-RELATED-MEMBER(WS-IM-R)
                   ADD 1 TO WS-IM-DECLARED
               END-IF
           END-PERFORM.
       SHOW-STAFF-LINKS.
           IF STAFF-MEMBER-ID IS NOT EQUAL TO 0
               DISPLAY "    banks as member "STAFF-MEMBER-ID
           END-IF
           PERFORM VARYING WS-IM-R FROM 1 BY 1 UNTIL WS-IM-R > 10
               IF STAFF-RELATED-MEMBER(WS-IM-R) IS NOT EQUAL TO 0
                   DISPLAY "    related member "
                       STAFF-RELATED-MEMBER(WS-IM-R)
               END-IF
           END-PERFORM.
      * Register one dated report output in the report catalog; the
      * caller fills the WS-RC fields, and REPORT-RETAIN expires the
      * registered outputs past the retention window
                       PREF-ACCOUNT-ID
               END-IF
           END-IF.
      * Session command: open a dispute case against one of the
      * signed-in account's debits with a reason code, credit the
      * amount provisionally (memo tagged with the case) and set the
      * investigation deadline DISPUTE-DAYS business days out
       OPEN-DISPUTE-CASE.
           DISPLAY "Enter the transaction number being disputed..."
           ACCEPT WS-DS-TX-NUMBER
           DISPLAY "Enter the reason: UNAU (unauthorized), DUPL (duplica
      -        "te), NREC (not received), AMNT (wrong amount)..."
           ACCEPT WS-DS-REASON
           MOVE "y" TO WS-DS-VALID
           IF WS-DS-REASON IS NOT EQUAL TO "UNAU" AND
               WS-DS-REASON IS NOT EQUAL TO "DUPL" AND
               WS-DS-REASON IS NOT EQUAL TO "NREC" AND
               WS-DS-REASON IS NOT EQUAL TO "AMNT"
               DISPLAY "Error: unknown dispute reason code"
               MOVE "n" TO WS-DS-VALID
           END-IF
           IF WS-DS-VALID IS EQUAL TO "y"
               PERFORM POST-PROVISIONAL-CREDIT
           END-IF
           IF WS-DS-VALID IS EQUAL TO "y"
               PERFORM RECORD-DISPUTE-CASE
           END-IF.
      * Check the disputed item belongs to the account, is a debit,
      * and is neither already disputed nor already reversed; if so
      * credit its amount back, tagged with a new case number
       POST-PROVISIONAL-CREDIT.
           MOVE "n" TO WS-DS-VALID
           MOVE READ-ACCOUNT-ID TO WS-DS-ACCOUNT
           OPEN I-O TRANSACTION-DETAILS
               MOVE WS-DS-TX-NUMBER TO TRANSACTION-NUMBER
               READ TRANSACTION-DETAILS
                   INVALID KEY
                       DISPLAY "Error: transaction number not found"
                   NOT INVALID KEY
                       IF TRANSACTION-ID IS NOT EQUAL TO
                           READ-ACCOUNT-ID
                           DISPLAY "Error: that transaction does not bel
      -                        "ong to this account"
                       ELSE IF TRANSACTION-SIGN IS NOT EQUAL TO "-"
                           DISPLAY "Error: only a debit can be disputed"
                       ELSE
                           MOVE TRANSACTION-AMMOUNT TO WS-DS-AMMOUNT
                           MOVE "y" TO WS-DS-VALID
                       END-IF
                       END-IF
               END-READ
               IF WS-DS-VALID IS EQUAL TO "y"
                   PERFORM FIND-DISPUTE-FOR-TX
                   PERFORM FIND-PRIOR-REVERSAL
                   IF WS-DS-DISPUTED IS EQUAL TO "y"
                       DISPLAY "Error: transaction "WS-DS-TX-NUMBER
                           " is already under dispute case "
                           DISPUTE-CASE-ID
                       MOVE "n" TO WS-DS-VALID
                   ELSE IF WS-DS-REVERSED IS EQUAL TO "y"
                       DISPLAY "Error: transaction "WS-DS-TX-NUMBER
                           " was already reversed by "
                           TRANSACTION-NUMBER
                       MOVE "n" TO WS-DS-VALID
                   END-IF
                   END-IF
               END-IF
               IF WS-DS-VALID IS EQUAL TO "y"
                   PERFORM ASSIGN-DISPUTE-CASE-ID
                   ADD WS-DS-AMMOUNT TO WS-ACCOUNT-VALUE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE READ-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE WS-DS-AMMOUNT TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE WS-ACCOUNT-CURRENCY TO TRANSACTION-CURRENCY
                   MOVE SPACES TO TRANSACTION-MEMO
                   STRING "PROVCR " WS-DS-CASE-ID
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
                   END-STRING
                   PERFORM WRITE-INTENDED-TRANSACTION
               END-IF
           CLOSE TRANSACTION-DETAILS.
      * Write the open case with its deadline DISPUTE-DAYS business
      * days out and acknowledge it to the customer by letter
       RECORD-DISPUTE-CASE.
           PERFORM READ-DISPUTE-PARAMETERS
           MOVE WS-CURRENT-DATE(3:6) TO WS-DS-TODAY
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-DS-TODAY TO WS-ROLL-DATE
           MOVE "d" TO WS-ROLL-FREQUENCY
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DS-DAYS
               PERFORM ROLL-DATE-FORWARD
           END-PERFORM
           MOVE WS-DS-CASE-ID TO DISPUTE-CASE-ID
           MOVE WS-DS-TX-NUMBER TO DISPUTE-TX-NUMBER
           MOVE READ-ACCOUNT-ID TO DISPUTE-ACCOUNT-ID
           MOVE WS-DS-REASON TO DISPUTE-REASON
           MOVE WS-DS-AMMOUNT TO DISPUTE-AMMOUNT
           MOVE WS-ASSIGNED-TX-NUMBER TO DISPUTE-CREDIT-TX
           MOVE WS-DS-TODAY TO DISPUTE-OPENED-DATE
           MOVE WS-ROLL-DATE TO DISPUTE-DUE-DATE
           MOVE "O" TO DISPUTE-STATUS
           MOVE 0 TO DISPUTE-CLOSED-DATE
           MOVE SPACES TO DISPUTE-CLOSED-BY
           OPEN I-O DISPUTE-CASES
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to record dispute case "
                           WS-DS-CASE-ID
               END-WRITE
           CLOSE DISPUTE-CASES
           MOVE "DISPUTE-OPEN" TO WS-NOTICE-EVENT
           MOVE READ-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "case " WS-DS-CASE-ID " due " WS-ROLL-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE
           DISPLAY "Dispute case "WS-DS-CASE-ID" opened; provisional cre
      -        "dit of "WS-DS-AMMOUNT" posted, investigation due "
               WS-ROLL-DATE.
      * Is WS-DS-TX-NUMBER already the subject of a dispute case (open
      * or closed)? The case, when there is one, is left in the
      * DISPUTE-RECORD buffer
       FIND-DISPUTE-FOR-TX.
           MOVE "n" TO WS-DS-DISPUTED
           MOVE WS-DS-TX-NUMBER TO DISPUTE-TX-NUMBER
           OPEN INPUT DISPUTE-CASES
               READ DISPUTE-CASES KEY IS DISPUTE-TX-NUMBER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "y" TO WS-DS-DISPUTED
               END-READ
           CLOSE DISPUTE-CASES.
      * Has WS-DS-TX-NUMBER on account WS-DS-ACCOUNT already been
      * reversed? Reversals carry the original number in their memo;
      * the reversing transaction, when found, is left in the
      * TRANSACTIONS buffer. TRANSACTION-DETAILS must already be open
       FIND-PRIOR-REVERSAL.
           MOVE "n" TO WS-DS-REVERSED
           MOVE "n" TO WS-DS-EOF
           MOVE SPACES TO WS-DS-REVERSAL-MEMO
           STRING "REVERSAL " WS-DS-TX-NUMBER
               DELIMITED BY SIZE INTO WS-DS-REVERSAL-MEMO
           END-STRING
           MOVE WS-DS-ACCOUNT TO TRANSACTION-ID
           START TRANSACTION-DETAILS KEY IS EQUAL TO TRANSACTION-ID
               INVALID KEY MOVE "y" TO WS-DS-EOF
           END-START
           PERFORM UNTIL WS-DS-EOF IS EQUAL TO "y"
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DS-EOF
               END-READ
               IF WS-DS-EOF IS NOT EQUAL TO "y"
                   IF TRANSACTION-ID IS NOT EQUAL TO WS-DS-ACCOUNT
                       MOVE "y" TO WS-DS-EOF
                   ELSE IF TRANSACTION-MEMO IS EQUAL TO
                       WS-DS-REVERSAL-MEMO
                       MOVE "y" TO WS-DS-REVERSED
                       MOVE "y" TO WS-DS-EOF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Draw the next dispute case number from the sequence control
      * file, seeding the DISPUTE sequence at 1 on first use
       ASSIGN-DISPUTE-CASE-ID.
           MOVE "DISPUTE" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "DISPUTE" TO SEQ-NAME
                       MOVE 1 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the disput
      -                            "e case sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO WS-DS-CASE-ID
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the dispute "
                           "case sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL.
      * Investigation window and warning threshold from the bank
      * parameters, keeping the compiled defaults when none is set
       READ-DISPUTE-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "DISPUTE-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-DS-DAYS
           END-IF
           MOVE "DISPUTE-WARN-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-DS-WARN-DAYS
           END-IF
           CLOSE BANK-PARAMETERS.
      * Staff command: close an open dispute case. A customer win
      * makes the provisional credit final; a customer loss posts a
      * debit reversing it and sends the customer a letter. Either
      * outcome goes into the maintenance audit log
       CLOSE-DISPUTE-CASE.
           DISPLAY "Enter the dispute case number..."
           ACCEPT WS-DS-CASE-ID
           MOVE "n" TO WS-DS-VALID
           MOVE WS-DS-CASE-ID TO DISPUTE-CASE-ID
           OPEN I-O DISPUTE-CASES
               READ DISPUTE-CASES
                   INVALID KEY DISPLAY "Unknown dispute case..."
                   NOT INVALID KEY
                       IF DISPUTE-STATUS IS NOT EQUAL TO "O"
                           DISPLAY "Dispute case "DISPUTE-CASE-ID
                               " is already closed ("DISPUTE-STATUS
                               ")"
                       ELSE
                           MOVE "y" TO WS-DS-VALID
                       END-IF
               END-READ
               IF WS-DS-VALID IS EQUAL TO "y"
                   DISPLAY "Case "DISPUTE-CASE-ID" account "
                       DISPUTE-ACCOUNT-ID" transaction "
                       DISPUTE-TX-NUMBER" reason "DISPUTE-REASON
                       " ammount "DISPUTE-AMMOUNT" due "
                       DISPUTE-DUE-DATE
                   DISPLAY "Outcome: (W) customer wins or (L) customer l
      -                "oses..."
                   ACCEPT WS-DS-OUTCOME
                   IF WS-DS-OUTCOME IS EQUAL TO "W"
                       MOVE "DISPUTE-WON" TO WS-NOTICE-EVENT
                   ELSE IF WS-DS-OUTCOME IS EQUAL TO "L"
                       PERFORM REVERSE-PROVISIONAL-CREDIT
                       MOVE "DISPUTE-LOST" TO WS-NOTICE-EVENT
                   ELSE
                       DISPLAY "Unknown outcome; case left open"
                       MOVE "n" TO WS-DS-VALID
                   END-IF
                   END-IF
               END-IF
               IF WS-DS-VALID IS EQUAL TO "y"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE WS-DS-OUTCOME TO DISPUTE-STATUS
                   MOVE WS-CURRENT-DATE(3:6) TO DISPUTE-CLOSED-DATE
                   MOVE WS-STAFF-ID-IN TO DISPUTE-CLOSED-BY
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to close dispute "
                               "case "DISPUTE-CASE-ID
                   END-REWRITE
               END-IF
           CLOSE DISPUTE-CASES
           IF WS-DS-VALID IS EQUAL TO "y"
               MOVE DISPUTE-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "case " DISPUTE-CASE-ID " transaction "
                   DISPUTE-TX-NUMBER
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
               PERFORM SEND-CUSTOMER-NOTICE
               MOVE "DISPUTE-CLOS" TO WS-AUDIT-ACTION
               MOVE DISPUTE-CASE-ID TO WS-AUDIT-KEY
               MOVE "status O" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "status " DISPUTE-STATUS " ammount "
                   DISPUTE-AMMOUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Dispute case "DISPUTE-CASE-ID" closed with outco
      -            "me "DISPUTE-STATUS
           END-IF.
      * The customer lost: take the provisional credit back with a
      * debit against the account, linked to the case in its memo;
      * the case record is in the DISPUTE-RECORD buffer
       REVERSE-PROVISIONAL-CREDIT.
           MOVE "DS" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
               MOVE DISPUTE-ACCOUNT-ID TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: account "DISPUTE-ACCOUNT-ID
                           " not found; provisional credit not reversed"
                       MOVE "n" TO WS-DS-VALID
                   NOT INVALID KEY
                       MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                       SUBTRACT DISPUTE-AMMOUNT FROM BALANCE-AMMOUNT
                       REWRITE BALANCES
                           INVALID KEY
                               DISPLAY "Error: unable to post the disput
      -                            "e reversal against account "
                                   DISPUTE-ACCOUNT-ID
                       END-REWRITE
                       MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                       MOVE DISPUTE-ACCOUNT-ID TO TRANSACTION-ID
                       MOVE DISPUTE-AMMOUNT TO TRANSACTION-AMMOUNT
                       MOVE "-" TO TRANSACTION-SIGN
                       MOVE SPACES TO TRANSACTION-MEMO
                       STRING "PROVREV " DISPUTE-CASE-ID
                           DELIMITED BY SIZE INTO TRANSACTION-MEMO
                       END-STRING
                       MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                       PERFORM WRITE-TRANSACTION-RECORD
                       MOVE DISPUTE-ACCOUNT-ID TO WS-PJ-ACCOUNT
                       MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                       MOVE "DISPUTE LOST" TO WS-PJ-SOURCE
                       PERFORM WRITE-POSTING-JOURNAL
               END-READ
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS.
      * Nightly report of every open dispute case with the business
      * days left before its investigation deadline; breached cases
      * and those inside DISPUTE-WARN-DAYS are flagged, and any
      * breach raises an operator alert
       DISPUTE-AGING-REPORT.
           PERFORM READ-DISPUTE-PARAMETERS
           MOVE WS-CURRENT-DATE(3:6) TO WS-DS-TODAY
           MOVE WS-DS-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "disputeaging." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-DISPUTE-AGING-PATH
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE 0 TO WS-DS-OPEN-COUNT
           MOVE 0 TO WS-DS-BREACH-COUNT
           MOVE 0 TO WS-DS-SOON-COUNT
           MOVE "n" TO WS-DS-EOF
           OPEN OUTPUT DISPUTE-AGING-FILE
           MOVE SPACES TO DISPUTE-AGING-LINE
           STRING "OPEN DISPUTE AGING " WS-DS-TODAY
               DELIMITED BY SIZE INTO DISPUTE-AGING-LINE
           END-STRING
           WRITE DISPUTE-AGING-LINE
           OPEN INPUT DISPUTE-CASES
               MOVE LOW-VALUES TO DISPUTE-CASE-ID
               START DISPUTE-CASES KEY IS GREATER THAN DISPUTE-CASE-ID
                   INVALID KEY MOVE "y" TO WS-DS-EOF
               END-START
               PERFORM UNTIL WS-DS-EOF IS EQUAL TO "y"
                   READ DISPUTE-CASES NEXT RECORD
                       AT END MOVE "y" TO WS-DS-EOF
                   END-READ
                   IF WS-DS-EOF IS NOT EQUAL TO "y" AND
                       DISPUTE-STATUS IS EQUAL TO "O"
                       PERFORM AGE-ONE-DISPUTE-CASE
                   END-IF
               END-PERFORM
           CLOSE DISPUTE-CASES
           MOVE SPACES TO DISPUTE-AGING-LINE
           STRING "open=" WS-DS-OPEN-COUNT
               " breached=" WS-DS-BREACH-COUNT
               " due-soon=" WS-DS-SOON-COUNT
               DELIMITED BY SIZE INTO DISPUTE-AGING-LINE
           END-STRING
           WRITE DISPUTE-AGING-LINE
           CLOSE DISPUTE-AGING-FILE
           MOVE "DISPUTE AGING" TO WS-RC-TYPE
           MOVE WS-DS-OPEN-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           IF WS-DS-BREACH-COUNT IS GREATER THAN 0
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING WS-DS-BREACH-COUNT " dispute cases are past their 
      -            "investigation deadline"
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "W" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           END-IF
           DISPLAY "Open cases: "WS-DS-OPEN-COUNT" breached: "
               WS-DS-BREACH-COUNT" due soon: "WS-DS-SOON-COUNT.
      * Count the business days from today to the case's deadline
      * (capped at 999) and write its aging line
       AGE-ONE-DISPUTE-CASE.
           ADD 1 TO WS-DS-OPEN-COUNT
           MOVE 0 TO WS-DS-DAYS-LEFT
           MOVE SPACES TO WS-DS-FLAG
           IF DISPUTE-DUE-DATE IS LESS THAN WS-DS-TODAY
               MOVE "BREACHED" TO WS-DS-FLAG
               ADD 1 TO WS-DS-BREACH-COUNT
           ELSE
               MOVE WS-DS-TODAY TO WS-ROLL-DATE
               MOVE "d" TO WS-ROLL-FREQUENCY
               PERFORM UNTIL WS-ROLL-DATE IS GREATER THAN OR EQUAL TO
                   DISPUTE-DUE-DATE OR WS-DS-DAYS-LEFT IS EQUAL TO 999
                   PERFORM ROLL-DATE-FORWARD
                   ADD 1 TO WS-DS-DAYS-LEFT
               END-PERFORM
               IF WS-DS-DAYS-LEFT IS LESS THAN OR EQUAL TO
                   WS-DS-WARN-DAYS
                   MOVE "DUE SOON" TO WS-DS-FLAG
                   ADD 1 TO WS-DS-SOON-COUNT
               END-IF
           END-IF
           MOVE SPACES TO DISPUTE-AGING-LINE
           STRING "case=" DISPUTE-CASE-ID
               " account=" DISPUTE-ACCOUNT-ID
               " tx=" DISPUTE-TX-NUMBER
               " reason=" DISPUTE-REASON
               " ammount=" DISPUTE-AMMOUNT
               " opened=" DISPUTE-OPENED-DATE
               " due=" DISPUTE-DUE-DATE
               " days-left=" WS-DS-DAYS-LEFT
               " " WS-DS-FLAG
               DELIMITED BY SIZE INTO DISPUTE-AGING-LINE
           END-STRING
           WRITE DISPUTE-AGING-LINE
           DISPLAY DISPUTE-AGING-LINE.
      * Staff-facing debit card maintenance: issue a card against an
      * account, activate it, block it as lost or stolen, reissue it
      * under a new number, or close it; every change goes into the
      * maintenance audit log
       MAINTAIN-DEBIT-CARDS.
           DISPLAY "Enter a command. 'issue', 'activate', 'block', 'reis
      -        "sue', 'close', 'read', or 'browse'"
           ACCEPT WS-CARD-COMMAND
           IF WS-CARD-COMMAND IS EQUAL TO "issue"
               DISPLAY "Enter the account ID for the card..."
               ACCEPT WS-CARD-ACCOUNT-IN
               DISPLAY "Enter the card PIN (4 digits)..."
               ACCEPT WS-CARD-PIN-IN
               MOVE 0 TO WS-CARD-NUMBER-IN
               PERFORM ISSUE-DEBIT-CARD
           ELSE IF WS-CARD-COMMAND IS EQUAL TO "activate"
               MOVE "A" TO WS-CARD-NEW-STATUS
               PERFORM CHANGE-CARD-STATUS
           ELSE IF WS-CARD-COMMAND IS EQUAL TO "block"
               DISPLAY "Block the card as (L)ost or (S)tolen..."
               ACCEPT WS-CARD-NEW-STATUS
               IF WS-CARD-NEW-STATUS IS EQUAL TO "L" OR
                   WS-CARD-NEW-STATUS IS EQUAL TO "S"
                   PERFORM CHANGE-CARD-STATUS
               ELSE
                   DISPLAY "Unknown block reason..."
               END-IF
           ELSE IF WS-CARD-COMMAND IS EQUAL TO "close"
               MOVE "C" TO WS-CARD-NEW-STATUS
               PERFORM CHANGE-CARD-STATUS
           ELSE IF WS-CARD-COMMAND IS EQUAL TO "reissue"
               PERFORM REISSUE-DEBIT-CARD
           ELSE IF WS-CARD-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the card number..."
               ACCEPT CARD-NUMBER
               OPEN INPUT CARD-MASTER
                   READ CARD-MASTER
                       INVALID KEY DISPLAY "Unknown card number..."
                       NOT INVALID KEY
                           DISPLAY CARD-NUMBER" account "
                               CARD-ACCOUNT-ID" expires "CARD-EXPIRY
                               " status "CARD-STATUS" since "
                               CARD-STATUS-DATE" replaces "
                               CARD-REPLACES
                   END-READ
               CLOSE CARD-MASTER
           ELSE IF WS-CARD-COMMAND IS EQUAL TO "browse"
               DISPLAY "Enter the account ID..."
               ACCEPT WS-CARD-ACCOUNT-IN
               MOVE "n" TO WS-CARD-EOF
               MOVE WS-CARD-ACCOUNT-IN TO CARD-ACCOUNT-ID
               OPEN INPUT CARD-MASTER
                   START CARD-MASTER KEY IS EQUAL TO CARD-ACCOUNT-ID
                       INVALID KEY MOVE "y" TO WS-CARD-EOF
                   END-START
                   PERFORM UNTIL WS-CARD-EOF IS EQUAL TO "y"
                       READ CARD-MASTER NEXT RECORD
                           AT END MOVE "y" TO WS-CARD-EOF
                       END-READ
                       IF WS-CARD-EOF IS NOT EQUAL TO "y" AND
                           CARD-ACCOUNT-ID IS EQUAL TO
                           WS-CARD-ACCOUNT-IN
                           DISPLAY CARD-NUMBER" expires "CARD-EXPIRY
                               " status "CARD-STATUS
                       ELSE
                           MOVE "y" TO WS-CARD-EOF
                       END-IF
                   END-PERFORM
               CLOSE CARD-MASTER
           END-IF.
      * Issue a new card (status pending activation) on the account
      * in WS-CARD-ACCOUNT-IN; the PIN comes from WS-CARD-PIN-IN, or
      * for a reissue the old card's PIN hash is already in
      * CARD-PIN-HASH and WS-CARD-NUMBER-IN holds the card replaced
       ISSUE-DEBIT-CARD.
           MOVE "n" TO WS-CARD-FOUND
           MOVE WS-CARD-ACCOUNT-IN TO BALANCE-ID
           OPEN INPUT BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: account does not exist"
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS EQUAL TO "C"
                           DISPLAY "Error: account is closed"
                       ELSE
                           MOVE "y" TO WS-CARD-FOUND
                       END-IF
               END-READ
           CLOSE BALANCE-DETAILS
           IF WS-CARD-FOUND IS EQUAL TO "y"
               IF WS-CARD-NUMBER-IN IS EQUAL TO 0
                   MOVE SPACES TO WS-HASH-INPUT
                   STRING WS-CARD-PIN-IN WS-CARD-ACCOUNT-IN
                       DELIMITED BY SIZE INTO WS-HASH-INPUT
                   END-STRING
                   PERFORM HASH-PASSWORD
                   MOVE WS-HASH-OUTPUT TO CARD-PIN-HASH
               END-IF
               PERFORM READ-CARD-PARAMETERS
               PERFORM ASSIGN-CARD-NUMBER
               MOVE WS-CARD-NEW-NUMBER TO CARD-NUMBER
               MOVE WS-CARD-ACCOUNT-IN TO CARD-ACCOUNT-ID
               COMPUTE WS-CARD-YY = FUNCTION MOD(
                   WS-CURRENT-YEAR + WS-CARD-LIFE-YEARS, 100)
               COMPUTE CARD-EXPIRY =
                   WS-CARD-YY * 100 + WS-CURRENT-MONTH
               MOVE "P" TO CARD-STATUS
               MOVE WS-CURRENT-DATE(3:6) TO CARD-ISSUED-DATE
               MOVE WS-CURRENT-DATE(3:6) TO CARD-STATUS-DATE
               MOVE WS-CARD-NUMBER-IN TO CARD-REPLACES
               OPEN I-O CARD-MASTER
                   WRITE CARD-RECORD
                       INVALID KEY
                           DISPLAY "Error: card number "CARD-NUMBER
                               " already on file"
                           MOVE "n" TO WS-CARD-FOUND
                   END-WRITE
               CLOSE CARD-MASTER
           END-IF
           IF WS-CARD-FOUND IS EQUAL TO "y"
               MOVE "CARD-ISSUE" TO WS-AUDIT-ACTION
               MOVE CARD-NUMBER TO WS-AUDIT-KEY
               MOVE "none" TO WS-AUDIT-BEFORE
               IF WS-CARD-NUMBER-IN IS NOT EQUAL TO 0
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "replaces " WS-CARD-NUMBER-IN
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   END-STRING
               END-IF
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "account " CARD-ACCOUNT-ID " expires "
                   CARD-EXPIRY " status P"
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Card "CARD-NUMBER" issued on account "
                   CARD-ACCOUNT-ID", expires "CARD-EXPIRY
                   "; activate it once the customer has it"
           END-IF.
      * Move a card to WS-CARD-NEW-STATUS where the lifecycle allows
      * it: only an issued card can be activated, only an issued or
      * active card can be blocked, and a closed card stays closed
       CHANGE-CARD-STATUS.
           DISPLAY "Enter the card number..."
           ACCEPT WS-CARD-NUMBER-IN
           MOVE "n" TO WS-CARD-FOUND
           MOVE WS-CARD-NUMBER-IN TO CARD-NUMBER
           OPEN I-O CARD-MASTER
               READ CARD-MASTER
                   INVALID KEY DISPLAY "Unknown card number..."
                   NOT INVALID KEY MOVE "y" TO WS-CARD-FOUND
               END-READ
               IF WS-CARD-FOUND IS EQUAL TO "y"
                   MOVE CARD-STATUS TO WS-CARD-OLD-STATUS
                   IF WS-CARD-NEW-STATUS IS EQUAL TO "A" AND
                       CARD-STATUS IS NOT EQUAL TO "P"
                       MOVE "n" TO WS-CARD-FOUND
                   ELSE IF (WS-CARD-NEW-STATUS IS EQUAL TO "L" OR
                       WS-CARD-NEW-STATUS IS EQUAL TO "S") AND
                       CARD-STATUS IS NOT EQUAL TO "P" AND
                       CARD-STATUS IS NOT EQUAL TO "A"
                       MOVE "n" TO WS-CARD-FOUND
                   ELSE IF CARD-STATUS IS EQUAL TO "C"
                       MOVE "n" TO WS-CARD-FOUND
                   END-IF
                   END-IF
                   END-IF
                   IF WS-CARD-FOUND IS NOT EQUAL TO "y"
                       DISPLAY "Error: card "CARD-NUMBER" is in "
                           "status "CARD-STATUS"; it cannot move to "
                           WS-CARD-NEW-STATUS
                   END-IF
               END-IF
               IF WS-CARD-FOUND IS EQUAL TO "y"
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE WS-CARD-NEW-STATUS TO CARD-STATUS
                   MOVE WS-CURRENT-DATE(3:6) TO CARD-STATUS-DATE
                   REWRITE CARD-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update card "
                               CARD-NUMBER
                           MOVE "n" TO WS-CARD-FOUND
                   END-REWRITE
               END-IF
           CLOSE CARD-MASTER
           IF WS-CARD-FOUND IS EQUAL TO "y"
               IF WS-CARD-NEW-STATUS IS EQUAL TO "A"
                   MOVE "CARD-ACTIVE" TO WS-AUDIT-ACTION
               ELSE IF WS-CARD-NEW-STATUS IS EQUAL TO "C"
                   MOVE "CARD-CLOSE" TO WS-AUDIT-ACTION
               ELSE
                   MOVE "CARD-BLOCK" TO WS-AUDIT-ACTION
               END-IF
               END-IF
               MOVE CARD-NUMBER TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "status " WS-CARD-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "status " CARD-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Card "CARD-NUMBER" is now status "CARD-STATUS
           END-IF.
      * Replace a card with a new number on the same account and PIN;
      * the old card is closed unless it is already blocked as lost
      * or stolen, which keeps that history on the old record
       REISSUE-DEBIT-CARD.
           DISPLAY "Enter the card number to reissue..."
           ACCEPT WS-CARD-NUMBER-IN
           MOVE "n" TO WS-CARD-FOUND
           MOVE WS-CARD-NUMBER-IN TO CARD-NUMBER
           OPEN I-O CARD-MASTER
               READ CARD-MASTER
                   INVALID KEY DISPLAY "Unknown card number..."
                   NOT INVALID KEY
                       IF CARD-STATUS IS EQUAL TO "C"
                           DISPLAY "Error: card "CARD-NUMBER" is closed 
      -                        "and cannot be reissued"
                       ELSE
                           MOVE "y" TO WS-CARD-FOUND
                       END-IF
               END-READ
               IF WS-CARD-FOUND IS EQUAL TO "y"
                   MOVE CARD-STATUS TO WS-CARD-OLD-STATUS
                   MOVE CARD-ACCOUNT-ID TO WS-CARD-ACCOUNT-IN
                   IF CARD-STATUS IS NOT EQUAL TO "L" AND
                       CARD-STATUS IS NOT EQUAL TO "S"
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-CURRENT-DATE-DATA
                       MOVE "C" TO CARD-STATUS
                       MOVE WS-CURRENT-DATE(3:6) TO CARD-STATUS-DATE
                       REWRITE CARD-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to close card "
                                   CARD-NUMBER
                       END-REWRITE
                   END-IF
               END-IF
           CLOSE CARD-MASTER
           IF WS-CARD-FOUND IS EQUAL TO "y"
               MOVE "CARD-REISSUE" TO WS-AUDIT-ACTION
               MOVE WS-CARD-NUMBER-IN TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "status " WS-CARD-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "status " CARD-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               PERFORM ISSUE-DEBIT-CARD
           END-IF.
      * Card life in years from the bank parameters, keeping the
      * compiled default when none is set
       READ-CARD-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "CARD-LIFE-YEARS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CARD-LIFE-YEARS
           END-IF
           CLOSE BANK-PARAMETERS.
      * Draw the next card number: the shop's card prefix plus the
      * CARDNUMBER sequence make the first fifteen digits, and a Luhn
      * check digit makes the sixteenth
       ASSIGN-CARD-NUMBER.
           MOVE "CARDNUMBER" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "CARDNUMBER" TO SEQ-NAME
                       MOVE 1 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the card n
      -                            "umber sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               COMPUTE WS-CARD-BASE = 400000000000000 + SEQ-NEXT-NUMBER
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the card number
      -                    " sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL
           MOVE 0 TO WS-CARD-LUHN-SUM
           MOVE "y" TO WS-CARD-LUHN-DOUBLE
           PERFORM VARYING WS-CARD-LUHN-IDX FROM 15 BY -1
               UNTIL WS-CARD-LUHN-IDX < 1
               COMPUTE WS-CARD-LUHN-DIGIT = FUNCTION NUMVAL(
                   WS-CARD-BASE-X(WS-CARD-LUHN-IDX:1))
               IF WS-CARD-LUHN-DOUBLE IS EQUAL TO "y"
                   MULTIPLY 2 BY WS-CARD-LUHN-DIGIT
                   IF WS-CARD-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-CARD-LUHN-DIGIT
                   END-IF
                   MOVE "n" TO WS-CARD-LUHN-DOUBLE
               ELSE
                   MOVE "y" TO WS-CARD-LUHN-DOUBLE
               END-IF
               ADD WS-CARD-LUHN-DIGIT TO WS-CARD-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CARD-NEW-NUMBER = WS-CARD-BASE * 10 +
               FUNCTION MOD(10 - FUNCTION MOD(WS-CARD-LUHN-SUM, 10),
               10).
      * Nightly: mark cards past their expiry month expired, and list
      * every live card expiring next month so replacements can be
      * ordered before the customer is left without one
       CARD-EXPIRY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           COMPUTE WS-CARD-THIS-YYMM = FUNCTION MOD(
               WS-CURRENT-YEAR, 100) * 100 + WS-CURRENT-MONTH
           IF WS-CURRENT-MONTH IS EQUAL TO 12
               COMPUTE WS-CARD-NEXT-YYMM = FUNCTION MOD(
                   WS-CURRENT-YEAR + 1, 100) * 100 + 1
           ELSE
               COMPUTE WS-CARD-NEXT-YYMM = WS-CARD-THIS-YYMM + 1
           END-IF
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "cardexpiry." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CARD-EXPIRY-PATH
           MOVE 0 TO WS-CARD-EXPIRING-COUNT
           MOVE 0 TO WS-CARD-EXPIRED-COUNT
           MOVE "n" TO WS-CARD-EOF
           OPEN OUTPUT CARD-EXPIRY-FILE
           OPEN I-O CARD-MASTER
               MOVE LOW-VALUES TO CARD-NUMBER
               START CARD-MASTER KEY IS GREATER THAN CARD-NUMBER
                   INVALID KEY MOVE "y" TO WS-CARD-EOF
               END-START
               PERFORM UNTIL WS-CARD-EOF IS EQUAL TO "y"
                   READ CARD-MASTER NEXT RECORD
                       AT END MOVE "y" TO WS-CARD-EOF
                   END-READ
                   IF WS-CARD-EOF IS NOT EQUAL TO "y" AND
                       (CARD-STATUS IS EQUAL TO "A" OR
                       CARD-STATUS IS EQUAL TO "P")
                       IF CARD-EXPIRY IS LESS THAN WS-CARD-THIS-YYMM
                           MOVE "E" TO CARD-STATUS
                           MOVE WS-CURRENT-DATE(3:6) TO
                               CARD-STATUS-DATE
                           REWRITE CARD-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to expire card
      -                                " "CARD-NUMBER
                           END-REWRITE
                           ADD 1 TO WS-CARD-EXPIRED-COUNT
                       ELSE IF CARD-EXPIRY IS EQUAL TO
                           WS-CARD-NEXT-YYMM
                           MOVE SPACES TO CARD-EXPIRY-LINE
                           STRING "EXPIRING card=" CARD-NUMBER
                               " account=" CARD-ACCOUNT-ID
                               " expiry=" CARD-EXPIRY
                               " status=" CARD-STATUS
                               DELIMITED BY SIZE
                               INTO CARD-EXPIRY-LINE
                           END-STRING
                           WRITE CARD-EXPIRY-LINE
                           ADD 1 TO WS-CARD-EXPIRING-COUNT
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE CARD-MASTER
           CLOSE CARD-EXPIRY-FILE
           MOVE "CARD EXPIRY" TO WS-RC-TYPE
           MOVE WS-CARD-EXPIRING-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Cards expiring next month: "WS-CARD-EXPIRING-COUNT
           DISPLAY "Cards marked expired: "WS-CARD-EXPIRED-COUNT.
      * Batch job: read the card network's authorization file and
      * place a hold in HOLD-DETAILS for every approved purchase on a
      * known active card, so COMPUTE-ACTIVE-HOLDS takes it out of the
      * available balance until the settlement arrives
       RUN-CARD-AUTH-INTAKE.
           PERFORM READ-CARD-AUTH-PARAMETERS
           PERFORM OPEN-CARD-EXCEPTIONS
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE 0 TO WS-CA-HELD-COUNT
           MOVE 0 TO WS-CA-DECLINED-COUNT
           MOVE "n" TO WS-CA-EOF
           OPEN INPUT CARD-AUTH-FILE
           OPEN INPUT CARD-MASTER
           OPEN I-O CARD-AUTH-REGISTER
           OPEN I-O HOLD-DETAILS
           PERFORM UNTIL WS-CA-EOF IS EQUAL TO "y"
               READ CARD-AUTH-FILE
                   AT END MOVE "y" TO WS-CA-EOF
               END-READ
               IF WS-CA-EOF IS NOT EQUAL TO "y"
                   IF AUTH-IN-RESPONSE IS EQUAL TO "A"
                       PERFORM HOLD-ONE-CARD-AUTH
                   ELSE
                       ADD 1 TO WS-CA-DECLINED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CARD-AUTH-FILE
           CLOSE CARD-MASTER
           CLOSE CARD-AUTH-REGISTER
           CLOSE HOLD-DETAILS
           CLOSE CARD-EXCEPTION-FILE
           MOVE "CARD AUTH EXC" TO WS-RC-TYPE
           MOVE WS-CA-EXCEPTION-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Authorizations held: "WS-CA-HELD-COUNT
               " declined by the network: "WS-CA-DECLINED-COUNT
               " exceptions: "WS-CA-EXCEPTION-COUNT.
      * Register one approved authorization and hold its amount until
      * CARD-AUTH-DAYS business days after the authorization date
       HOLD-ONE-CARD-AUTH.
           MOVE "y" TO WS-CA-OK
           MOVE AUTH-IN-CARD-NUMBER TO CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   MOVE "UNKNOWN CARD" TO WS-CA-REASON
                   MOVE "n" TO WS-CA-OK
               NOT INVALID KEY
                   IF CARD-STATUS IS NOT EQUAL TO "A"
                       MOVE "CARD NOT ACTIVE" TO WS-CA-REASON
                       MOVE "n" TO WS-CA-OK
                   END-IF
           END-READ
           IF WS-CA-OK IS EQUAL TO "y"
               MOVE AUTH-IN-CARD-NUMBER TO CA-CARD-NUMBER
               MOVE AUTH-IN-CODE TO CA-AUTH-CODE
               READ CARD-AUTH-REGISTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "DUPLICATE AUTH" TO WS-CA-REASON
                       MOVE "n" TO WS-CA-OK
               END-READ
           END-IF
           IF WS-CA-OK IS NOT EQUAL TO "y"
               MOVE SPACES TO CARD-EXCEPTION-LINE
               STRING WS-CA-REASON " card=" AUTH-IN-CARD-NUMBER
                   " auth=" AUTH-IN-CODE
                   " ammount=" AUTH-IN-AMMOUNT
                   " date=" AUTH-IN-DATE
                   " merchant=" AUTH-IN-MERCHANT
                   DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
               END-STRING
               PERFORM WRITE-CARD-EXCEPTION
           ELSE
               MOVE AUTH-IN-DATE TO WS-ROLL-DATE
               MOVE "d" TO WS-ROLL-FREQUENCY
               PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-WINDOW
                   PERFORM ROLL-DATE-FORWARD
               END-PERFORM
               PERFORM ASSIGN-CARD-HOLD-ID
               MOVE CARD-ACCOUNT-ID TO HOLD-ACCOUNT-ID
               MOVE AUTH-IN-AMMOUNT TO HOLD-AMMOUNT
               MOVE WS-ROLL-DATE TO HOLD-RELEASE-DATE
               MOVE "H" TO HOLD-STATUS
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to place the authorization
      -                    " hold for card "AUTH-IN-CARD-NUMBER
               END-WRITE
               MOVE AUTH-IN-CARD-NUMBER TO CA-CARD-NUMBER
               MOVE AUTH-IN-CODE TO CA-AUTH-CODE
               MOVE CARD-ACCOUNT-ID TO CA-ACCOUNT-ID
               MOVE AUTH-IN-AMMOUNT TO CA-AMMOUNT
               MOVE AUTH-IN-DATE TO CA-AUTH-DATE
               MOVE AUTH-IN-MERCHANT TO CA-MERCHANT
               MOVE HOLD-ID TO CA-HOLD-ID
               MOVE WS-ROLL-DATE TO CA-EXPIRE-DATE
               MOVE "O" TO CA-STATUS
               MOVE 0 TO CA-SETTLED-AMMOUNT
               MOVE 0 TO CA-SETTLED-DATE
               WRITE CARD-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to register "
                           "authorization "AUTH-IN-CODE
               END-WRITE
               ADD 1 TO WS-CA-HELD-COUNT
           END-IF.
      * Batch job: match each item in the network's settlement file
      * to its authorization, release the authorization hold and post
      * the real debit with channel "CD"; unmatched items and amount
      * differences go to the card exceptions file, and so does every
      * authorization whose settlement window has passed
       RUN-CARD-SETTLEMENT.
           PERFORM READ-CARD-AUTH-PARAMETERS
           PERFORM OPEN-CARD-EXCEPTIONS
           MOVE "CD" TO WS-TX-CHANNEL
           MOVE "CARDNET" TO WS-TX-OPERATOR
           MOVE 0 TO WS-CA-SETTLED-COUNT
           MOVE 0 TO WS-CA-SETTLED-TOTAL
           MOVE 0 TO WS-CA-LAPSED-COUNT
           MOVE "n" TO WS-CA-EOF
           OPEN INPUT CARD-SETTLE-FILE
           OPEN I-O CARD-AUTH-REGISTER
           OPEN I-O HOLD-DETAILS
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           PERFORM UNTIL WS-CA-EOF IS EQUAL TO "y"
               READ CARD-SETTLE-FILE
                   AT END MOVE "y" TO WS-CA-EOF
               END-READ
               IF WS-CA-EOF IS NOT EQUAL TO "y"
                   PERFORM MATCH-ONE-CARD-SETTLEMENT
               END-IF
           END-PERFORM
           PERFORM LAPSE-UNSETTLED-CARD-AUTHS
           CLOSE CARD-SETTLE-FILE
           CLOSE CARD-AUTH-REGISTER
           CLOSE HOLD-DETAILS
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           CLOSE CARD-EXCEPTION-FILE
           MOVE "CARD SETTLE EXC" TO WS-RC-TYPE
           MOVE WS-CA-EXCEPTION-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Settlements posted: "WS-CA-SETTLED-COUNT
               " totaling "WS-CA-SETTLED-TOTAL
           DISPLAY "Authorizations lapsed unsettled: "
               WS-CA-LAPSED-COUNT" exceptions: "WS-CA-EXCEPTION-COUNT.
      * Match one settlement item to its registered authorization
       MATCH-ONE-CARD-SETTLEMENT.
           MOVE SETTLE-IN-CARD-NUMBER TO CA-CARD-NUMBER
           MOVE SETTLE-IN-CODE TO CA-AUTH-CODE
           MOVE "y" TO WS-CA-OK
           READ CARD-AUTH-REGISTER
               INVALID KEY
                   MOVE "UNMATCHED" TO WS-CA-REASON
                   MOVE "n" TO WS-CA-OK
               NOT INVALID KEY
                   IF CA-STATUS IS EQUAL TO "S"
                       MOVE "ALREADY SETTLED" TO WS-CA-REASON
                       MOVE "n" TO WS-CA-OK
                   END-IF
           END-READ
           IF WS-CA-OK IS NOT EQUAL TO "y"
               MOVE SPACES TO CARD-EXCEPTION-LINE
               STRING WS-CA-REASON " card=" SETTLE-IN-CARD-NUMBER
                   " auth=" SETTLE-IN-CODE
                   " ammount=" SETTLE-IN-AMMOUNT
                   " date=" SETTLE-IN-DATE
                   " merchant=" SETTLE-IN-MERCHANT
                   DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
               END-STRING
               PERFORM WRITE-CARD-EXCEPTION
           ELSE
               PERFORM RELEASE-CARD-AUTH-HOLD
               IF SETTLE-IN-AMMOUNT IS NOT EQUAL TO CA-AMMOUNT
                   MOVE SPACES TO CARD-EXCEPTION-LINE
                   STRING "AMOUNT MISMATCH card=" CA-CARD-NUMBER
                       " auth=" CA-AUTH-CODE
                       " authorized=" CA-AMMOUNT
                       " settled=" SETTLE-IN-AMMOUNT
                       " account=" CA-ACCOUNT-ID
                       DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
                   END-STRING
                   PERFORM WRITE-CARD-EXCEPTION
               END-IF
               PERFORM POST-CARD-SETTLEMENT
               MOVE "S" TO CA-STATUS
               MOVE SETTLE-IN-AMMOUNT TO CA-SETTLED-AMMOUNT
               MOVE SETTLE-IN-DATE TO CA-SETTLED-DATE
               REWRITE CARD-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to mark authorization "
                           CA-AUTH-CODE" settled"
               END-REWRITE
           END-IF.
      * Post the settled amount as the real debit. The intent record
      * goes first, then the balance rewrite, then the intent is
      * cleared, the same crash-safe order an interactive posting uses.
      * A charged-off or closed account takes no debit: the item goes
      * to the exception file for ops and the balance is left alone
       POST-CARD-SETTLEMENT.
           MOVE CA-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   MOVE SPACES TO CARD-EXCEPTION-LINE
                   STRING "UNKNOWN ACCOUNT card=" CA-CARD-NUMBER
                       " auth=" CA-AUTH-CODE
                       " account=" CA-ACCOUNT-ID
                       DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
                   END-STRING
                   PERFORM WRITE-CARD-EXCEPTION
               NOT INVALID KEY
                   PERFORM CHECK-BATCH-DEBIT-STATUS
                   IF WS-BP-WHY IS NOT EQUAL TO SPACES
                       PERFORM WRITE-CARD-STATUS-EXCEPTION
                   ELSE
                       PERFORM POST-CARD-SETTLEMENT-DEBIT
                   END-IF
           END-READ.
      * Exception line for a settlement refused by the account status
      * CHECK-BATCH-DEBIT-STATUS just left in WS-BP-WHY
       WRITE-CARD-STATUS-EXCEPTION.
           IF WS-BP-WHY IS EQUAL TO "closed"
               MOVE "ACCOUNT CLOSED" TO WS-CA-REASON
           ELSE
               MOVE "CHARGED OFF" TO WS-CA-REASON
           END-IF
           MOVE SPACES TO CARD-EXCEPTION-LINE
           STRING WS-CA-REASON " card=" CA-CARD-NUMBER
               " auth=" CA-AUTH-CODE
               " ammount=" SETTLE-IN-AMMOUNT
               " account=" CA-ACCOUNT-ID
               DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
           END-STRING
           PERFORM WRITE-CARD-EXCEPTION.
      * The intent is cleared only once the balance rewrite lands; a
      * failed rewrite leaves it for the startup recovery to finish
       POST-CARD-SETTLEMENT-DEBIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE CA-ACCOUNT-ID TO TRANSACTION-ID
           MOVE SETTLE-IN-AMMOUNT TO TRANSACTION-AMMOUNT
           MOVE "-" TO TRANSACTION-SIGN
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "CARD " SETTLE-IN-MERCHANT
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           END-STRING
           MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
           PERFORM WRITE-INTENDED-TRANSACTION
           SUBTRACT SETTLE-IN-AMMOUNT FROM BALANCE-AMMOUNT
           REWRITE BALANCES
               INVALID KEY
                   DISPLAY "Error: unable to post card settlement agai
      -                "nst account "CA-ACCOUNT-ID
                   MOVE SPACES TO CARD-EXCEPTION-LINE
                   STRING "POST FAILED card=" CA-CARD-NUMBER
                       " auth=" CA-AUTH-CODE
                       " ammount=" SETTLE-IN-AMMOUNT
                       " account=" CA-ACCOUNT-ID
                       DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
                   END-STRING
                   PERFORM WRITE-CARD-EXCEPTION
               NOT INVALID KEY
                   MOVE CA-ACCOUNT-ID TO CREATE-ACCOUNT-ID
                   PERFORM CLEAR-POSTING-INTENTS
                   MOVE CA-ACCOUNT-ID TO WS-PJ-ACCOUNT
                   MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                   MOVE "CARD SETTLEMENT" TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
                   ADD 1 TO WS-CA-SETTLED-COUNT
                   ADD SETTLE-IN-AMMOUNT TO WS-CA-SETTLED-TOTAL
           END-REWRITE.
      * Release the hold behind the authorization in the register
      * buffer; HOLD-DETAILS must already be open for I-O
       RELEASE-CARD-AUTH-HOLD.
           MOVE CA-HOLD-ID TO HOLD-ID
           READ HOLD-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOLD-STATUS IS EQUAL TO "H"
                       MOVE "R" TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to release hold "
                                   HOLD-ID
                       END-REWRITE
                   END-IF
           END-READ.
      * Every authorization still open past its settlement window is
      * lapsed: its hold is released and it is reported as unsettled
       LAPSE-UNSETTLED-CARD-AUTHS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-CA-TODAY
           MOVE "n" TO WS-CA-REG-EOF
           MOVE LOW-VALUES TO CA-KEY
           START CARD-AUTH-REGISTER KEY IS GREATER THAN CA-KEY
               INVALID KEY MOVE "y" TO WS-CA-REG-EOF
           END-START
           PERFORM UNTIL WS-CA-REG-EOF IS EQUAL TO "y"
               READ CARD-AUTH-REGISTER NEXT RECORD
                   AT END MOVE "y" TO WS-CA-REG-EOF
               END-READ
               IF WS-CA-REG-EOF IS NOT EQUAL TO "y" AND
                   CA-STATUS IS EQUAL TO "O" AND
                   CA-EXPIRE-DATE IS LESS THAN WS-CA-TODAY
                   PERFORM RELEASE-CARD-AUTH-HOLD
                   MOVE "X" TO CA-STATUS
                   REWRITE CARD-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to lapse authorization
      -                        " "CA-AUTH-CODE
                   END-REWRITE
                   MOVE SPACES TO CARD-EXCEPTION-LINE
                   STRING "UNSETTLED card=" CA-CARD-NUMBER
                       " auth=" CA-AUTH-CODE
                       " ammount=" CA-AMMOUNT
                       " authorized=" CA-AUTH-DATE
                       " account=" CA-ACCOUNT-ID
                       DELIMITED BY SIZE INTO CARD-EXCEPTION-LINE
                   END-STRING
                   PERFORM WRITE-CARD-EXCEPTION
                   ADD 1 TO WS-CA-LAPSED-COUNT
               END-IF
           END-PERFORM.
      * Settlement window from the bank parameters, keeping the
      * compiled default when none is set
       READ-CARD-AUTH-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "CARD-AUTH-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CA-WINDOW
           END-IF
           CLOSE BANK-PARAMETERS.
      * Open today's card exceptions file for append; the intake and
      * the settlement run share the one dated file
       OPEN-CARD-EXCEPTIONS.
           MOVE 0 TO WS-CA-EXCEPTION-COUNT
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "cardexc." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CARD-EXCEPTION-PATH
           OPEN EXTEND CARD-EXCEPTION-FILE.
      * Append one line to the card exceptions file and count it
       WRITE-CARD-EXCEPTION.
           WRITE CARD-EXCEPTION-LINE
           ADD 1 TO WS-CA-EXCEPTION-COUNT
           DISPLAY CARD-EXCEPTION-LINE.
      * Draw the next authorization hold number from the CARDHOLD
      * sequence, seeded well above the date-and-time numbers the
      * deposit holds use so the two can never meet
       ASSIGN-CARD-HOLD-ID.
           MOVE "CARDHOLD" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "CARDHOLD" TO SEQ-NAME
                       MOVE 9000000000 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the card h
      -                            "old sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO HOLD-ID
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the card hold s
      -                    "equence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL.
      * Staff-facing safe-deposit box maintenance: add a box to the
      * inventory, rent it to a member against an account, release
      * it, drill it, re-key a drilled box, and log a member's entry
      * to the vault; every change goes into the maintenance audit log
       MAINTAIN-SAFE-DEPOSIT-BOXES.
           DISPLAY "Enter a command. 'add', 'rent', 'release', 'drill', 
      -        "'rekey', 'access', 'read', or 'browse'"
           ACCEPT WS-SD-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-SD-TODAY
           IF WS-SD-COMMAND IS EQUAL TO "browse"
               PERFORM BROWSE-SAFE-DEPOSIT-BOXES
           ELSE
               DISPLAY "Enter the box number..."
               ACCEPT WS-SD-BOX-IN
               IF WS-SD-COMMAND IS EQUAL TO "add"
                   PERFORM ADD-SAFE-DEPOSIT-BOX
               ELSE IF WS-SD-COMMAND IS EQUAL TO "rent"
                   PERFORM RENT-SAFE-DEPOSIT-BOX
               ELSE IF WS-SD-COMMAND IS EQUAL TO "release"
                   PERFORM RELEASE-SAFE-DEPOSIT-BOX
               ELSE IF WS-SD-COMMAND IS EQUAL TO "drill"
                   PERFORM DRILL-SAFE-DEPOSIT-BOX
               ELSE IF WS-SD-COMMAND IS EQUAL TO "rekey"
                   PERFORM REKEY-SAFE-DEPOSIT-BOX
               ELSE IF WS-SD-COMMAND IS EQUAL TO "access"
                   PERFORM LOG-BOX-ACCESS
               ELSE IF WS-SD-COMMAND IS EQUAL TO "read"
                   MOVE WS-SD-BOX-IN TO BOX-NUMBER
                   OPEN INPUT SAFE-DEPOSIT-BOXES
                       READ SAFE-DEPOSIT-BOXES
                           INVALID KEY DISPLAY "Unknown box number..."
                           NOT INVALID KEY
                               DISPLAY "Box "BOX-NUMBER" size "
                                   BOX-SIZE" status "BOX-STATUS
                                   " member "BOX-MEMBER-ID" account "
                                   BOX-ACCOUNT-ID" rent due "
                                   BOX-RENT-DUE" keys "BOX-KEY-COUNT
                                   " unpaid since "BOX-UNPAID-SINCE
                       END-READ
                   CLOSE SAFE-DEPOSIT-BOXES
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      * Add a vacant box of a given size to the inventory
       ADD-SAFE-DEPOSIT-BOX.
           DISPLAY "Enter the box size (S)mall, (M)edium or (L)arge..."
           ACCEPT WS-SD-SIZE-IN
           IF WS-SD-SIZE-IN IS NOT EQUAL TO "S" AND
               WS-SD-SIZE-IN IS NOT EQUAL TO "M" AND
               WS-SD-SIZE-IN IS NOT EQUAL TO "L"
               DISPLAY "Unknown box size..."
           ELSE
               MOVE WS-SD-BOX-IN TO BOX-NUMBER
               MOVE WS-SD-SIZE-IN TO BOX-SIZE
               MOVE "V" TO BOX-STATUS
               MOVE 0 TO BOX-MEMBER-ID
               MOVE 0 TO BOX-ACCOUNT-ID
               MOVE 0 TO BOX-RENT-DUE
               MOVE 2 TO BOX-KEY-COUNT
               MOVE 0 TO BOX-RENTED-DATE
               MOVE 0 TO BOX-UNPAID-SINCE
               MOVE 0 TO BOX-NOTICE-DATE
               MOVE "y" TO WS-SD-OK
               OPEN I-O SAFE-DEPOSIT-BOXES
                   WRITE BOX-RECORD
                       INVALID KEY
                           DISPLAY "Error: box "BOX-NUMBER" is already i
      -                        "n the inventory"
                           MOVE "n" TO WS-SD-OK
                   END-WRITE
               CLOSE SAFE-DEPOSIT-BOXES
               IF WS-SD-OK IS EQUAL TO "y"
                   MOVE "BOX-ADD" TO WS-AUDIT-ACTION
                   MOVE "none" TO WS-AUDIT-BEFORE
                   PERFORM LOG-BOX-MAINTENANCE
               END-IF
           END-IF.
      * Rent a vacant box to a member, collected from one of their
      * accounts; the first year's rent falls due today so tonight's
      * rent batch collects it
       RENT-SAFE-DEPOSIT-BOX.
           DISPLAY "Enter the renting member ID..."
           ACCEPT WS-SD-MEMBER-IN
           DISPLAY "Enter the account ID the rent is collected from..."
           ACCEPT WS-SD-ACCOUNT-IN
           MOVE "y" TO WS-SD-OK
           MOVE WS-SD-MEMBER-IN TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Error: unknown member ID"
                       MOVE "n" TO WS-SD-OK
               END-READ
           CLOSE MEMBER-DETAILS
           MOVE WS-SD-ACCOUNT-IN TO BALANCE-ID
           OPEN INPUT BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: account does not exist"
                       MOVE "n" TO WS-SD-OK
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS EQUAL TO "C"
                           DISPLAY "Error: account is closed"
                           MOVE "n" TO WS-SD-OK
                       END-IF
               END-READ
           CLOSE BALANCE-DETAILS
           IF WS-SD-OK IS EQUAL TO "y"
               MOVE WS-SD-BOX-IN TO BOX-NUMBER
               OPEN I-O SAFE-DEPOSIT-BOXES
                   READ SAFE-DEPOSIT-BOXES
                       INVALID KEY
                           DISPLAY "Unknown box number..."
                           MOVE "n" TO WS-SD-OK
                       NOT INVALID KEY
                           IF BOX-STATUS IS NOT EQUAL TO "V"
                               DISPLAY "Error: box "BOX-NUMBER" is not v
      -                            "acant (status "BOX-STATUS")"
                               MOVE "n" TO WS-SD-OK
                           END-IF
                   END-READ
                   IF WS-SD-OK IS EQUAL TO "y"
                       MOVE BOX-STATUS TO WS-SD-OLD-STATUS
                       MOVE "R" TO BOX-STATUS
                       MOVE WS-SD-MEMBER-IN TO BOX-MEMBER-ID
                       MOVE WS-SD-ACCOUNT-IN TO BOX-ACCOUNT-ID
                       MOVE WS-SD-TODAY TO BOX-RENT-DUE
                       MOVE WS-SD-TODAY TO BOX-RENTED-DATE
                       MOVE 0 TO BOX-UNPAID-SINCE
                       MOVE 0 TO BOX-NOTICE-DATE
                       REWRITE BOX-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to rent box "
                                   BOX-NUMBER
                               MOVE "n" TO WS-SD-OK
                       END-REWRITE
                   END-IF
               CLOSE SAFE-DEPOSIT-BOXES
           END-IF
           IF WS-SD-OK IS EQUAL TO "y"
               MOVE "BOX-RENT" TO WS-AUDIT-ACTION
               MOVE "status V" TO WS-AUDIT-BEFORE
               PERFORM LOG-BOX-MAINTENANCE
               DISPLAY "Box "BOX-NUMBER" rented to member "
                   BOX-MEMBER-ID"; "BOX-KEY-COUNT" keys issued"
           END-IF.
      * Release a rented box back to vacant; keys not handed back mean
      * the lock must be drilled and re-keyed before the box is rented
      * again, and the renter's account is charged the drill fee
       RELEASE-SAFE-DEPOSIT-BOX.
           PERFORM READ-BOX-RENT-PARAMETERS
           MOVE 0 TO WS-SD-FEE-ACCOUNT
           MOVE "y" TO WS-SD-OK
           MOVE WS-SD-BOX-IN TO BOX-NUMBER
           OPEN I-O SAFE-DEPOSIT-BOXES
               READ SAFE-DEPOSIT-BOXES
                   INVALID KEY
                       DISPLAY "Unknown box number..."
                       MOVE "n" TO WS-SD-OK
                   NOT INVALID KEY
                       IF BOX-STATUS IS NOT EQUAL TO "R"
                           DISPLAY "Error: box "BOX-NUMBER" is not rente
      -                        "d"
                           MOVE "n" TO WS-SD-OK
                       END-IF
               END-READ
               IF WS-SD-OK IS EQUAL TO "y"
                   IF BOX-UNPAID-SINCE IS NOT EQUAL TO 0
                       DISPLAY "Warning: rent on box "BOX-NUMBER
                           " is unpaid since "BOX-UNPAID-SINCE
                   END-IF
                   DISPLAY "Enter the number of keys returned..."
                   ACCEPT WS-SD-KEYS-IN
                   MOVE BOX-STATUS TO WS-SD-OLD-STATUS
      * A box short of keys is out of service with no keys counted
      * until the re-key fits a new lock and issues a fresh pair
                   IF WS-SD-KEYS-IN IS LESS THAN BOX-KEY-COUNT
                       DISPLAY "Not every key came back; box "
                           BOX-NUMBER" must be drilled and re-keyed"
                       MOVE "D" TO BOX-STATUS
                       MOVE 0 TO BOX-KEY-COUNT
                       MOVE BOX-ACCOUNT-ID TO WS-SD-FEE-ACCOUNT
                   ELSE
                       MOVE "V" TO BOX-STATUS
                   END-IF
                   MOVE 0 TO BOX-MEMBER-ID
                   MOVE 0 TO BOX-ACCOUNT-ID
                   MOVE 0 TO BOX-RENT-DUE
                   MOVE 0 TO BOX-UNPAID-SINCE
                   MOVE 0 TO BOX-NOTICE-DATE
                   REWRITE BOX-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to release box "
                               BOX-NUMBER
                           MOVE "n" TO WS-SD-OK
                   END-REWRITE
               END-IF
           CLOSE SAFE-DEPOSIT-BOXES
           IF WS-SD-OK IS EQUAL TO "y"
               MOVE "BOX-RELEASE" TO WS-AUDIT-ACTION
               MOVE "status R" TO WS-AUDIT-BEFORE
               PERFORM LOG-BOX-MAINTENANCE
               IF WS-SD-FEE-ACCOUNT IS NOT EQUAL TO 0
                   PERFORM CHARGE-BOX-DRILL-FEE
               END-IF
           END-IF.
      * Debit the drill fee to the account the released box was
      * rented against; a closed or charged-off account is left for
      * the counter to collect in cash
       CHARGE-BOX-DRILL-FEE.
           MOVE "BX" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE WS-SD-FEE-ACCOUNT TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   DISPLAY "Error: unknown rent account "
                       WS-SD-FEE-ACCOUNT"; collect the drill fee of "
                       WS-SD-DRILL-FEE" at the counter"
               NOT INVALID KEY
                   PERFORM CHECK-BATCH-DEBIT-STATUS
                   IF WS-BP-WHY IS NOT EQUAL TO SPACES
                       DISPLAY "Rent account "BALANCE-ID" is "WS-BP-WHY
                       DISPLAY "Collect the drill fee of "
                           WS-SD-DRILL-FEE" at the counter"
                   ELSE
                       MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                       SUBTRACT WS-SD-DRILL-FEE FROM BALANCE-AMMOUNT
                       REWRITE BALANCES
                           INVALID KEY
                               DISPLAY "Error: unable to charge the dr"
                                   "ill fee to "BALANCE-ID
                       END-REWRITE
                       MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                       MOVE BALANCE-ID TO TRANSACTION-ID
                       MOVE WS-SD-DRILL-FEE TO TRANSACTION-AMMOUNT
                       MOVE "-" TO TRANSACTION-SIGN
                       MOVE SPACES TO TRANSACTION-MEMO
                       STRING "BOX DRILL " BOX-NUMBER
                           DELIMITED BY SIZE INTO TRANSACTION-MEMO
                       END-STRING
                       MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                       PERFORM WRITE-TRANSACTION-RECORD
                       MOVE "BOX DRILL FEE" TO WS-IL-CATEGORY
                       MOVE WS-SD-DRILL-FEE TO WS-IL-AMMOUNT
                       MOVE "+" TO WS-IL-SIGN
                       PERFORM WRITE-INCOME-LEDGER
                       MOVE BALANCE-ID TO WS-PJ-ACCOUNT
                       MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                       MOVE "BOX DRILL" TO WS-PJ-SOURCE
                       PERFORM WRITE-POSTING-JOURNAL
                       DISPLAY "Drill fee of "WS-SD-DRILL-FEE
                           " charged to account "BALANCE-ID
                   END-IF
           END-READ
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS.
      * Drill a box open (lost keys, or contents removed from an
      * abandoned box); it stays out of service until re-keyed
       DRILL-SAFE-DEPOSIT-BOX.
           MOVE "y" TO WS-SD-OK
           MOVE WS-SD-BOX-IN TO BOX-NUMBER
           OPEN I-O SAFE-DEPOSIT-BOXES
               READ SAFE-DEPOSIT-BOXES
                   INVALID KEY
                       DISPLAY "Unknown box number..."
                       MOVE "n" TO WS-SD-OK
               END-READ
               IF WS-SD-OK IS EQUAL TO "y"
                   MOVE BOX-STATUS TO WS-SD-OLD-STATUS
                   MOVE "D" TO BOX-STATUS
                   MOVE 0 TO BOX-KEY-COUNT
                   REWRITE BOX-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update box "
                               BOX-NUMBER
                           MOVE "n" TO WS-SD-OK
                   END-REWRITE
               END-IF
           CLOSE SAFE-DEPOSIT-BOXES
           IF WS-SD-OK IS EQUAL TO "y"
               MOVE "BOX-DRILL" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "status " WS-SD-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               PERFORM LOG-BOX-MAINTENANCE
               DISPLAY "Box "BOX-NUMBER" drilled"
           END-IF.
      * A drilled box with its new lock fitted goes back into the
      * vacant inventory with a fresh pair of keys, unless it is still
      * rented (keys lost by the renter), which keeps its renter
       REKEY-SAFE-DEPOSIT-BOX.
           MOVE "y" TO WS-SD-OK
           MOVE WS-SD-BOX-IN TO BOX-NUMBER
           OPEN I-O SAFE-DEPOSIT-BOXES
               READ SAFE-DEPOSIT-BOXES
                   INVALID KEY
                       DISPLAY "Unknown box number..."
                       MOVE "n" TO WS-SD-OK
                   NOT INVALID KEY
                       IF BOX-KEY-COUNT IS NOT EQUAL TO 0
                           DISPLAY "Error: box "BOX-NUMBER
                               " has not been drilled"
                           MOVE "n" TO WS-SD-OK
                       END-IF
               END-READ
               IF WS-SD-OK IS EQUAL TO "y"
                   MOVE BOX-STATUS TO WS-SD-OLD-STATUS
                   IF BOX-MEMBER-ID IS EQUAL TO 0
                       MOVE "V" TO BOX-STATUS
                   ELSE
                       MOVE "R" TO BOX-STATUS
                   END-IF
                   MOVE 2 TO BOX-KEY-COUNT
                   REWRITE BOX-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update box "
                               BOX-NUMBER
                           MOVE "n" TO WS-SD-OK
                   END-REWRITE
               END-IF
           CLOSE SAFE-DEPOSIT-BOXES
           IF WS-SD-OK IS EQUAL TO "y"
               MOVE "BOX-REKEY" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "status " WS-SD-OLD-STATUS " keys 0"
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               PERFORM LOG-BOX-MAINTENANCE
           END-IF.
      * Record a member's entry to their box: only the renting member
      * is let in, and the entry is logged with the staff member who
      * accompanied them
       LOG-BOX-ACCESS.
           DISPLAY "Enter the member ID..."
           ACCEPT WS-SD-MEMBER-IN
           MOVE "n" TO WS-SD-OK
           MOVE WS-SD-BOX-IN TO BOX-NUMBER
           OPEN INPUT SAFE-DEPOSIT-BOXES
               READ SAFE-DEPOSIT-BOXES
                   INVALID KEY DISPLAY "Unknown box number..."
                   NOT INVALID KEY
                       IF BOX-STATUS IS NOT EQUAL TO "R"
                           DISPLAY "Error: box "BOX-NUMBER" is not rente
      -                        "d"
                       ELSE IF BOX-MEMBER-ID IS NOT EQUAL TO
                           WS-SD-MEMBER-IN
                           DISPLAY "Error: member "WS-SD-MEMBER-IN
                               " does not rent box "BOX-NUMBER
                       ELSE
                           MOVE "y" TO WS-SD-OK
                       END-IF
                       END-IF
               END-READ
           CLOSE SAFE-DEPOSIT-BOXES
           IF WS-SD-OK IS EQUAL TO "y"
               MOVE SPACES TO BOX-ACCESS-LINE
               STRING "ACCESS date=" WS-CURRENT-DATE
                   " time=" WS-CURRENT-TIME
                   " box=" BOX-NUMBER
                   " member=" WS-SD-MEMBER-IN
                   " staff=" WS-STAFF-ID-IN
                   DELIMITED BY SIZE INTO BOX-ACCESS-LINE
               END-STRING
               OPEN EXTEND BOX-ACCESS-LOG
                   WRITE BOX-ACCESS-LINE
               CLOSE BOX-ACCESS-LOG
               DISPLAY "Entry to box "BOX-NUMBER" logged"
           END-IF.
      * List the box inventory in box-number order
       BROWSE-SAFE-DEPOSIT-BOXES.
           MOVE "n" TO WS-SD-EOF
           OPEN INPUT SAFE-DEPOSIT-BOXES
               MOVE LOW-VALUES TO BOX-NUMBER
               START SAFE-DEPOSIT-BOXES KEY IS GREATER THAN BOX-NUMBER
                   INVALID KEY MOVE "y" TO WS-SD-EOF
               END-START
               PERFORM UNTIL WS-SD-EOF IS EQUAL TO "y"
                   READ SAFE-DEPOSIT-BOXES NEXT RECORD
                       AT END MOVE "y" TO WS-SD-EOF
                       NOT AT END
                           DISPLAY BOX-NUMBER" size "BOX-SIZE
                               " status "BOX-STATUS" member "
                               BOX-MEMBER-ID" due "BOX-RENT-DUE
                   END-READ
               END-PERFORM
           CLOSE SAFE-DEPOSIT-BOXES.
      * Audit line for the box maintenance action just made; the
      * caller fills WS-AUDIT-ACTION and WS-AUDIT-BEFORE and the box
      * record is in the FD buffer
       LOG-BOX-MAINTENANCE.
           MOVE BOX-NUMBER TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "status " BOX-STATUS " member " BOX-MEMBER-ID
               " keys " BOX-KEY-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
      * Batch job: collect the annual rent on every rented box whose
      * due date has come, from the account it is rented against. A
      * short account is handled like a declined withdrawal - an NSF
      * fee, once per unpaid spell, and a notice - and the box stays
      * due so the next run tries again
       RUN-BOX-RENT-BATCH.
           MOVE "BX" TO WS-TX-CHANNEL
           MOVE "BOXRENT" TO WS-TX-OPERATOR
           PERFORM LOAD-BANK-PARAMETERS
           PERFORM READ-BOX-RENT-PARAMETERS
           MOVE WS-CURRENT-DATE(3:6) TO WS-SD-TODAY
           MOVE 0 TO WS-SD-PAID-COUNT
           MOVE 0 TO WS-SD-PAID-TOTAL
           MOVE 0 TO WS-SD-NSF-COUNT
           MOVE "n" TO WS-SD-EOF
           OPEN I-O SAFE-DEPOSIT-BOXES
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE LOW-VALUES TO BOX-NUMBER
           START SAFE-DEPOSIT-BOXES KEY IS GREATER THAN BOX-NUMBER
               INVALID KEY MOVE "y" TO WS-SD-EOF
           END-START
           PERFORM UNTIL WS-SD-EOF IS EQUAL TO "y"
               READ SAFE-DEPOSIT-BOXES NEXT RECORD
                   AT END MOVE "y" TO WS-SD-EOF
               END-READ
               IF WS-SD-EOF IS NOT EQUAL TO "y" AND
                   BOX-STATUS IS EQUAL TO "R" AND
                   BOX-RENT-DUE IS LESS THAN OR EQUAL TO WS-SD-TODAY
                   PERFORM COLLECT-ONE-BOX-RENT
               END-IF
           END-PERFORM
           CLOSE SAFE-DEPOSIT-BOXES
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           DISPLAY "Box rents collected: "WS-SD-PAID-COUNT
               " totaling "WS-SD-PAID-TOTAL
           DISPLAY "Box rents declined for insufficient funds: "
               WS-SD-NSF-COUNT.
      * Collect one box's rent, or decline it for insufficient funds
       COLLECT-ONE-BOX-RENT.
           IF BOX-SIZE IS EQUAL TO "S"
               MOVE WS-SD-RENT-S TO WS-SD-RENT
           ELSE IF BOX-SIZE IS EQUAL TO "M"
               MOVE WS-SD-RENT-M TO WS-SD-RENT
           ELSE
               MOVE WS-SD-RENT-L TO WS-SD-RENT
           END-IF
           END-IF
           MOVE BOX-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING "unknown rent account for box " BOX-NUMBER
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   END-STRING
                   MOVE "E" TO WS-OPS-SEVERITY
                   PERFORM SEND-OPS-ALERT
               NOT INVALID KEY
                   MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE BOX-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE "-" TO TRANSACTION-SIGN
                   MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
      * A closed or charged-off rent account is not debited, nor
      * fined; the box stays due and ops is told
                   MOVE "BOX RENT" TO WS-BP-SOURCE
                   PERFORM CHECK-BATCH-DEBIT-STATUS
                   IF WS-BP-WHY IS NOT EQUAL TO SPACES
                       PERFORM SEND-BATCH-SKIP-ALERT
                   ELSE IF WS-SD-RENT > BALANCE-AMMOUNT
                       PERFORM DECLINE-BOX-RENT
                   ELSE
                       SUBTRACT WS-SD-RENT FROM BALANCE-AMMOUNT
                       MOVE WS-SD-RENT TO TRANSACTION-AMMOUNT
                       MOVE SPACES TO TRANSACTION-MEMO
                       STRING "BOX RENT " BOX-NUMBER
                           DELIMITED BY SIZE INTO TRANSACTION-MEMO
                       END-STRING
                       PERFORM WRITE-TRANSACTION-RECORD
                       MOVE "BOX RENT" TO WS-IL-CATEGORY
                       MOVE WS-SD-RENT TO WS-IL-AMMOUNT
                       MOVE "+" TO WS-IL-SIGN
                       PERFORM WRITE-INCOME-LEDGER
      * Next year's rent; a 29 February due date moves to the 28th
                       ADD 10000 TO BOX-RENT-DUE
                       IF FUNCTION MOD(BOX-RENT-DUE, 10000) IS EQUAL
                           TO 229
                           SUBTRACT 1 FROM BOX-RENT-DUE
                       END-IF
                       MOVE 0 TO BOX-UNPAID-SINCE
                       ADD 1 TO WS-SD-PAID-COUNT
                       ADD WS-SD-RENT TO WS-SD-PAID-TOTAL
                   END-IF
                   END-IF
                   IF BALANCE-AMMOUNT IS NOT EQUAL TO WS-PJ-BEFORE
                       REWRITE BALANCES
                           INVALID KEY
                               DISPLAY "Error: unable to post box rent f
      -                            "or account "BOX-ACCOUNT-ID
                       END-REWRITE
                       MOVE BOX-ACCOUNT-ID TO WS-PJ-ACCOUNT
                       MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                       MOVE "BOX RENT" TO WS-PJ-SOURCE
                       PERFORM WRITE-POSTING-JOURNAL
                   END-IF
                   REWRITE BOX-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update box "
                               BOX-NUMBER
                   END-REWRITE
           END-READ.
      * Insufficient funds for the rent: like a declined withdrawal,
      * charge the NSF fee and send the NSF notice, but only on the
      * first miss of an unpaid spell so a retry is not fined again
       DECLINE-BOX-RENT.
           ADD 1 TO WS-SD-NSF-COUNT
           MOVE 0 TO TRANSACTION-AMMOUNT
           IF BOX-UNPAID-SINCE IS EQUAL TO 0
               MOVE WS-SD-TODAY TO BOX-UNPAID-SINCE
               SUBTRACT WS-NSF-FEE-AMMOUNT FROM BALANCE-AMMOUNT
               MOVE WS-NSF-FEE-AMMOUNT TO TRANSACTION-AMMOUNT
               MOVE "BOX NSF FEE" TO TRANSACTION-MEMO
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE "NSF FEE" TO WS-IL-CATEGORY
               MOVE WS-NSF-FEE-AMMOUNT TO WS-IL-AMMOUNT
               MOVE "+" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
               MOVE "NSF-FEE" TO WS-NOTICE-EVENT
               MOVE BOX-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "fee " WS-NSF-FEE-AMMOUNT " box rent "
                   WS-SD-RENT
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
               PERFORM SEND-CUSTOMER-NOTICE
           END-IF
           DISPLAY "Insufficient funds for the rent on box "BOX-NUMBER
               " (account "BOX-ACCOUNT-ID")".
      * Annual rent per box size from the bank parameters, keeping
      * the compiled defaults where none is set
       READ-BOX-RENT-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "BOX-RENT-S" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-SD-RENT-S
           END-IF
           MOVE "BOX-RENT-M" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-SD-RENT-M
           END-IF
           MOVE "BOX-RENT-L" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-SD-RENT-L
           END-IF
           MOVE "BOX-DRILL-FEE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-SD-DRILL-FEE
           END-IF
           CLOSE BANK-PARAMETERS.
      * Report of every rented box whose rent is unpaid, with the
      * days it has been outstanding; each renter is sent a
      * BOX-RENT-DUE letter through CUSTOMER-NOTICE once per unpaid
      * spell, the letter date being kept on the box record
       DELINQUENT-BOX-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-SD-TODAY
           MOVE WS-SD-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "boxdelinq." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-BOX-DELINQUENT-PATH
           MOVE 0 TO WS-SD-DELINQ-COUNT
           MOVE 0 TO WS-SD-NOTICED-COUNT
           MOVE "n" TO WS-SD-EOF
           OPEN OUTPUT BOX-DELINQUENT-FILE
           OPEN I-O SAFE-DEPOSIT-BOXES
               MOVE LOW-VALUES TO BOX-NUMBER
               START SAFE-DEPOSIT-BOXES KEY IS GREATER THAN BOX-NUMBER
                   INVALID KEY MOVE "y" TO WS-SD-EOF
               END-START
               PERFORM UNTIL WS-SD-EOF IS EQUAL TO "y"
                   READ SAFE-DEPOSIT-BOXES NEXT RECORD
                       AT END MOVE "y" TO WS-SD-EOF
                   END-READ
                   IF WS-SD-EOF IS NOT EQUAL TO "y" AND
                       BOX-STATUS IS EQUAL TO "R" AND
                       BOX-UNPAID-SINCE IS NOT EQUAL TO 0
                       COMPUTE WS-SD-YYYYMMDD = 20000000 + WS-SD-TODAY
                       COMPUTE WS-SD-DAYS-UNPAID =
                           FUNCTION INTEGER-OF-DATE(WS-SD-YYYYMMDD)
                       COMPUTE WS-SD-YYYYMMDD =
                           20000000 + BOX-UNPAID-SINCE
                       COMPUTE WS-SD-DAYS-UNPAID = WS-SD-DAYS-UNPAID -
                           FUNCTION INTEGER-OF-DATE(WS-SD-YYYYMMDD)
                       MOVE SPACES TO BOX-DELINQUENT-LINE
                       STRING "DELINQUENT box=" BOX-NUMBER
                           " size=" BOX-SIZE
                           " member=" BOX-MEMBER-ID
                           " account=" BOX-ACCOUNT-ID
                           " due=" BOX-RENT-DUE
                           " unpaid-since=" BOX-UNPAID-SINCE
                           " days=" WS-SD-DAYS-UNPAID
                           DELIMITED BY SIZE INTO BOX-DELINQUENT-LINE
                       END-STRING
                       WRITE BOX-DELINQUENT-LINE
                       DISPLAY BOX-DELINQUENT-LINE
                       ADD 1 TO WS-SD-DELINQ-COUNT
                       IF BOX-NOTICE-DATE < BOX-UNPAID-SINCE
                           PERFORM SEND-BOX-RENT-LETTER
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE SAFE-DEPOSIT-BOXES
           CLOSE BOX-DELINQUENT-FILE
           MOVE "DELINQUENT BOXES" TO WS-RC-TYPE
           MOVE WS-SD-DELINQ-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Delinquent boxes: "WS-SD-DELINQ-COUNT
           DISPLAY "Rent-due letters sent: "WS-SD-NOTICED-COUNT.
      * First letter of the unpaid spell for the box in the FD record:
      * send it and stamp the box so later runs do not send it again
       SEND-BOX-RENT-LETTER.
           MOVE "BOX-RENT-DUE" TO WS-NOTICE-EVENT
           MOVE BOX-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "box " BOX-NUMBER " unpaid since "
               BOX-UNPAID-SINCE
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE
           MOVE WS-SD-TODAY TO BOX-NOTICE-DATE
           REWRITE BOX-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to stamp the letter on box "
                       BOX-NUMBER
           END-REWRITE
           ADD 1 TO WS-SD-NOTICED-COUNT.
      * Take a loan application against the signed-in account: the
      * amount, term, purpose and any collateral offered, with the
      * member's existing obligations and payroll income captured
      * alongside. Only one application per account may be open
       TAKE-LOAN-APPLICATION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-LAPP-TODAY
           MOVE "y" TO WS-LAPP-OK
           MOVE "n" TO WS-LAPP-EOF
           OPEN INPUT LOAN-APPLICATIONS
               MOVE CREATE-ACCOUNT-ID TO LAPP-ACCOUNT-ID
               START LOAN-APPLICATIONS KEY IS EQUAL TO LAPP-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-LAPP-EOF
               END-START
               PERFORM UNTIL WS-LAPP-EOF IS EQUAL TO "y"
                   READ LOAN-APPLICATIONS NEXT RECORD
                       AT END MOVE "y" TO WS-LAPP-EOF
                   END-READ
                   IF WS-LAPP-EOF IS NOT EQUAL TO "y"
                       IF LAPP-ACCOUNT-ID IS NOT EQUAL TO
                           CREATE-ACCOUNT-ID
                           MOVE "y" TO WS-LAPP-EOF
                       ELSE IF LAPP-STATUS IS EQUAL TO "R" OR
                           LAPP-STATUS IS EQUAL TO "I" OR
                           LAPP-STATUS IS EQUAL TO "A"
                           DISPLAY "Declined: application "LAPP-ID
                               " is already open on this account"
                           MOVE "n" TO WS-LAPP-OK
                           MOVE "y" TO WS-LAPP-EOF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE LOAN-APPLICATIONS
           IF WS-LAPP-OK IS EQUAL TO "y"
               MOVE CREATE-ACCOUNT-ID TO LAPP-ACCOUNT-ID
               MOVE CREATE-MEMBER-ID TO LAPP-MEMBER-ID
               DISPLAY "Enter the amount requested..."
               ACCEPT LAPP-AMMOUNT
               DISPLAY "Enter term in payments..."
               ACCEPT LAPP-TERM
               DISPLAY "Enter the purpose of the loan..."
               ACCEPT LAPP-PURPOSE
               DISPLAY "Enter the collateral type, or blank if none..."
               ACCEPT LAPP-COLL-TYPE
               MOVE SPACES TO LAPP-COLL-DESCRIPTION
               MOVE 0 TO LAPP-COLL-VALUE
               IF LAPP-COLL-TYPE IS NOT EQUAL TO SPACES
                   DISPLAY "Enter the collateral description..."
                   ACCEPT LAPP-COLL-DESCRIPTION
                   DISPLAY "Enter the collateral's estimated value..."
                   ACCEPT LAPP-COLL-VALUE
               END-IF
               IF LAPP-AMMOUNT IS EQUAL TO 0 OR LAPP-TERM IS EQUAL TO 0
                   DISPLAY "Error: amount and term must both be given"
                   MOVE "n" TO WS-LAPP-OK
               END-IF
           END-IF
           IF WS-LAPP-OK IS EQUAL TO "y"
               PERFORM GATHER-APPLICANT-OBLIGATIONS
               PERFORM ASSIGN-LOAN-APPLICATION-ID
               MOVE WS-LAPP-NEW-ID TO LAPP-ID
               MOVE "R" TO LAPP-STATUS
               MOVE WS-LAPP-TODAY TO LAPP-RECEIVED-DATE
               MOVE WS-LAPP-TODAY TO LAPP-STATUS-DATE
               MOVE SPACES TO LAPP-REVIEWER
               MOVE SPACES TO LAPP-APPROVER
               MOVE 0 TO LAPP-RATE
               MOVE SPACES TO LAPP-DECLINE-REASON
               OPEN I-O LOAN-APPLICATIONS
                   WRITE LAPP-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to record loan applica
      -                        "tion "LAPP-ID
                           MOVE "n" TO WS-LAPP-OK
                   END-WRITE
               CLOSE LOAN-APPLICATIONS
           END-IF
           IF WS-LAPP-OK IS EQUAL TO "y"
               DISPLAY "Loan application "LAPP-ID" received; it will be 
      -            "reviewed before any loan is booked"
           END-IF.
      * Existing loans and overdrafts on every account the member
      * holds (just this account when no member ID is on file), and
      * the average monthly payroll deposits over the last 90 days
      * from the activity summary. The session's own account record
      * is saved and restored around the scan
       GATHER-APPLICANT-OBLIGATIONS.
           MOVE 0 TO LAPP-LOAN-COUNT
           MOVE 0 TO LAPP-LOAN-PRINCIPAL
           MOVE 0 TO LAPP-LOAN-PAYMENTS
           MOVE 0 TO LAPP-OD-LIMIT
           MOVE 0 TO LAPP-OD-DRAWN
           MOVE 0 TO WS-LAPP-PAYROLL
           COMPUTE WS-LAPP-YYYYMMDD = 20000000 + WS-LAPP-TODAY
           COMPUTE WS-LAPP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAPP-YYYYMMDD)
           COMPUTE WS-LAPP-FROM-INT = WS-LAPP-TODAY-INT - 90
           COMPUTE WS-LAPP-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-LAPP-FROM-INT)
           MOVE WS-LAPP-YYYYMMDD TO WS-LAPP-FROM-DATE
           COMPUTE WS-LAPP-TO-DATE = 20000000 + WS-LAPP-TODAY
           MOVE CREATE-ACCOUNT TO WS-SAVED-ACCOUNT
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT OVERDRAFT-DETAILS
           OPEN INPUT ACTIVITY-SUMMARY
           IF CREATE-MEMBER-ID IS EQUAL TO 0
               MOVE CREATE-ACCOUNT-ID TO WS-LAPP-ACCOUNT
               PERFORM GATHER-ONE-ACCOUNT-OBLIGATIONS
           ELSE
               MOVE CREATE-MEMBER-ID TO WS-LAPP-MEMBER
               MOVE "n" TO WS-LAPP-SCAN-EOF
               OPEN INPUT ACCOUNT-DETAILS
               MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
               START ACCOUNT-DETAILS KEY IS GREATER THAN
                   CREATE-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-LAPP-SCAN-EOF
               END-START
               PERFORM UNTIL WS-LAPP-SCAN-EOF IS EQUAL TO "y"
                   READ ACCOUNT-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-LAPP-SCAN-EOF
                   END-READ
                   IF WS-LAPP-SCAN-EOF IS NOT EQUAL TO "y" AND
                       CREATE-MEMBER-ID IS EQUAL TO WS-LAPP-MEMBER
                       MOVE CREATE-ACCOUNT-ID TO WS-LAPP-ACCOUNT
                       PERFORM GATHER-ONE-ACCOUNT-OBLIGATIONS
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-DETAILS
           END-IF
           CLOSE LOAN-DETAILS
           CLOSE OVERDRAFT-DETAILS
           CLOSE ACTIVITY-SUMMARY
           MOVE WS-SAVED-ACCOUNT TO CREATE-ACCOUNT
           COMPUTE LAPP-PAYROLL-AVG ROUNDED = WS-LAPP-PAYROLL / 3.
       GATHER-ONE-ACCOUNT-OBLIGATIONS.
           MOVE WS-LAPP-ACCOUNT TO LOAN-ACCOUNT-ID
           READ LOAN-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LOAN-TERM > 0
                       ADD 1 TO LAPP-LOAN-COUNT
                       ADD LOAN-PRINCIPAL TO LAPP-LOAN-PRINCIPAL
                       ADD LOAN-PAYMENT-AMMOUNT TO LAPP-LOAN-PAYMENTS
                   END-IF
           END-READ
           MOVE WS-LAPP-ACCOUNT TO OD-ACCOUNT-ID
           READ OVERDRAFT-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD OD-LIMIT TO LAPP-OD-LIMIT
                   ADD OD-DRAWN TO LAPP-OD-DRAWN
           END-READ
           MOVE WS-LAPP-ACCOUNT TO ACT-ACCOUNT-ID
           MOVE WS-LAPP-FROM-DATE TO ACT-DATE
           MOVE "n" TO WS-LAPP-EOF
           START ACTIVITY-SUMMARY KEY IS NOT LESS THAN ACT-KEY
               INVALID KEY MOVE "y" TO WS-LAPP-EOF
           END-START
           PERFORM UNTIL WS-LAPP-EOF IS EQUAL TO "y"
               READ ACTIVITY-SUMMARY NEXT RECORD
                   AT END MOVE "y" TO WS-LAPP-EOF
               END-READ
               IF WS-LAPP-EOF IS NOT EQUAL TO "y"
                   IF ACT-ACCOUNT-ID IS NOT EQUAL TO WS-LAPP-ACCOUNT OR
                       ACT-DATE > WS-LAPP-TO-DATE
                       MOVE "y" TO WS-LAPP-EOF
                   ELSE
                       ADD ACT-PAYROLL-TOTAL TO WS-LAPP-PAYROLL
                   END-IF
               END-IF
           END-PERFORM.
      * Draw the next loan application number from the sequence
      * control file, seeding the LOANAPP sequence at 1 on first use
       ASSIGN-LOAN-APPLICATION-ID.
           MOVE "LOANAPP" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "LOANAPP" TO SEQ-NAME
                       MOVE 1 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the loan "
                                   "application sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO WS-LAPP-NEW-ID
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the loan "
                           "application sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL.
      * Staff-facing loan application desk: take an application into
      * review, approve and book it (supervisor only), decline it
      * with an adverse-action letter, or record the member's
      * withdrawal; every change goes into the maintenance audit log
       MAINTAIN-LOAN-APPLICATIONS.
           DISPLAY "Enter a command. 'review', 'approve', 'book', 'decli
      -        "ne', 'withdraw', 'read', or 'browse'"
           ACCEPT WS-LAPP-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-LAPP-TODAY
           IF WS-LAPP-COMMAND IS EQUAL TO "browse"
               PERFORM BROWSE-LOAN-APPLICATIONS
           ELSE
               DISPLAY "Enter the application ID..."
               ACCEPT WS-LAPP-ID-IN
               MOVE "y" TO WS-LAPP-OK
               MOVE WS-LAPP-ID-IN TO LAPP-ID
               OPEN I-O LOAN-APPLICATIONS
                   READ LOAN-APPLICATIONS
                       INVALID KEY
                           DISPLAY "Unknown application ID..."
                           MOVE "n" TO WS-LAPP-OK
                       NOT INVALID KEY
                           MOVE LAPP-STATUS TO WS-LAPP-OLD-STATUS
                   END-READ
                   IF WS-LAPP-OK IS EQUAL TO "y"
                       IF WS-LAPP-COMMAND IS EQUAL TO "review"
                           PERFORM REVIEW-LOAN-APPLICATION
                       ELSE IF WS-LAPP-COMMAND IS EQUAL TO "approve"
                           PERFORM APPROVE-LOAN-APPLICATION
                       ELSE IF WS-LAPP-COMMAND IS EQUAL TO "book"
                           PERFORM BOOK-LOAN-APPLICATION
                       ELSE IF WS-LAPP-COMMAND IS EQUAL TO "decline"
                           PERFORM DECLINE-LOAN-APPLICATION
                       ELSE IF WS-LAPP-COMMAND IS EQUAL TO "withdraw"
                           PERFORM WITHDRAW-LOAN-APPLICATION
                       ELSE IF WS-LAPP-COMMAND IS EQUAL TO "read"
                           PERFORM SHOW-LOAN-APPLICATION
                       ELSE
                           DISPLAY "Command not recognized..."
                           MOVE "n" TO WS-LAPP-OK
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   IF WS-LAPP-OK IS EQUAL TO "y" AND
                       LAPP-STATUS IS NOT EQUAL TO WS-LAPP-OLD-STATUS
                       MOVE WS-LAPP-TODAY TO LAPP-STATUS-DATE
                       REWRITE LAPP-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to update applicat
      -                            "ion "LAPP-ID
                               MOVE "n" TO WS-LAPP-OK
                       END-REWRITE
                       IF WS-LAPP-OK IS EQUAL TO "y"
                           MOVE SPACES TO WS-AUDIT-KEY
                           STRING LAPP-ID DELIMITED BY SIZE
                               INTO WS-AUDIT-KEY
                           END-STRING
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           STRING "status " WS-LAPP-OLD-STATUS
                               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                           END-STRING
                           MOVE SPACES TO WS-AUDIT-AFTER
                           STRING "status " LAPP-STATUS " amount "
                               LAPP-AMMOUNT
                               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                           END-STRING
                           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                           PERFORM LOG-MAINTENANCE-ACTION
                       END-IF
                   END-IF
               CLOSE LOAN-APPLICATIONS
           END-IF.
      * Take a received application into review, showing the
      * reviewer the applicant's obligations and income
       REVIEW-LOAN-APPLICATION.
           IF LAPP-STATUS IS NOT EQUAL TO "R"
               DISPLAY "Error: only a received application can be taken 
      -            "into review"
               MOVE "n" TO WS-LAPP-OK
           ELSE
               PERFORM SHOW-LOAN-APPLICATION
               MOVE "I" TO LAPP-STATUS
               MOVE WS-STAFF-ID-IN TO LAPP-REVIEWER
               MOVE "LAPP-REVIEW" TO WS-AUDIT-ACTION
           END-IF.
      * Approve an application and book the loan. Approval is a
      * supervisor's decision: a desk sign-on without the supervisor
      * role has a supervisor sign on for it
       APPROVE-LOAN-APPLICATION.
           IF LAPP-STATUS IS NOT EQUAL TO "R" AND
               LAPP-STATUS IS NOT EQUAL TO "I"
               DISPLAY "Error: application "LAPP-ID" is not open for a d
      -            "ecision (status "LAPP-STATUS")"
               MOVE "n" TO WS-LAPP-OK
           ELSE
               IF WS-STAFF-ROLE IS NOT EQUAL TO "S"
                   DISPLAY "Loan approval needs a supervisor's sign-on"
                   MOVE "approve" TO WS-ENT-COMMAND
                   PERFORM STAFF-SIGN-ON-FOR-COMMAND
               END-IF
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y" AND
                   WS-STAFF-ROLE IS EQUAL TO "S"
                   PERFORM SHOW-LOAN-APPLICATION
                   PERFORM TAKE-LOAN-RATE-TERMS
                   IF WS-LAPP-OK IS EQUAL TO "y"
                       MOVE "A" TO LAPP-STATUS
                       MOVE WS-STAFF-ID-IN TO LAPP-APPROVER
                       PERFORM BOOK-LOAN-APPLICATION
                       MOVE "LAPP-APPROVE" TO WS-AUDIT-ACTION
                   END-IF
               ELSE
                   DISPLAY "Approval not given; the application is uncha
      -                "nged"
                   MOVE "n" TO WS-LAPP-OK
               END-IF
           END-IF.
      * Book the loan for an approved application: the LOAN-DETAILS
      * record with its level payment on a declining balance, the
      * amortization schedule, and the collateral offered. An
      * account that already carries a loan leaves the application
      * approved, to be booked once that loan is paid off
       BOOK-LOAN-APPLICATION.
           IF LAPP-STATUS IS NOT EQUAL TO "A"
               DISPLAY "Error: only an approved application can be booke
      -            "d"
               MOVE "n" TO WS-LAPP-OK
           ELSE
               MOVE LAPP-ACCOUNT-ID TO LOAN-ACCOUNT-ID
               MOVE LAPP-AMMOUNT TO LOAN-PRINCIPAL
               MOVE LAPP-RATE TO LOAN-RATE
               MOVE LAPP-TERM TO LOAN-TERM
               MOVE WS-LAPP-TODAY TO LOAN-NEXT-PAYMENT-DATE
               COMPUTE WS-AMORT-R = LOAN-RATE / 1200
               IF WS-AMORT-R IS EQUAL TO 0
                   COMPUTE LOAN-PAYMENT-AMMOUNT ROUNDED =
                       LOAN-PRINCIPAL / LOAN-TERM
               ELSE
                   COMPUTE WS-AMORT-FACTOR ROUNDED =
                       (1 + WS-AMORT-R) ** LOAN-TERM
                   COMPUTE LOAN-PAYMENT-AMMOUNT ROUNDED =
                       LOAN-PRINCIPAL * WS-AMORT-R * WS-AMORT-FACTOR /
                       (WS-AMORT-FACTOR - 1)
               END-IF
               MOVE 0 TO LOAN-LAST-POSTED-DATE
               MOVE 0 TO LOAN-PERIODS-PAID
               MOVE "C" TO LOAN-DELINQ-STATUS
               MOVE 0 TO LOAN-MISSED-COUNT
               MOVE 0 TO LOAN-DELINQ-SINCE
               MOVE 0 TO LOAN-LATE-FEE-DATE
               PERFORM SET-BOOKED-LOAN-RATE-TERMS
               MOVE "n" TO WS-LOAN-DECLINED
               OPEN I-O LOAN-DETAILS
                   WRITE LOANS
                       INVALID KEY
                           DISPLAY "Error: account "LOAN-ACCOUNT-ID
                               " already has an open loan; the applicati
      -                        "on stays approved"
                           MOVE "y" TO WS-LOAN-DECLINED
                   END-WRITE
               CLOSE LOAN-DETAILS
               IF WS-LOAN-DECLINED IS NOT EQUAL TO "y"
                   PERFORM WRITE-AMORT-SCHEDULE
                   IF LAPP-COLL-TYPE IS NOT EQUAL TO SPACES
                       MOVE LAPP-ACCOUNT-ID TO COLL-ACCOUNT-ID
                       MOVE LAPP-COLL-TYPE TO COLL-TYPE
                       MOVE LAPP-COLL-DESCRIPTION TO COLL-DESCRIPTION
                       MOVE LAPP-COLL-VALUE TO COLL-VALUE
                       MOVE LAPP-RECEIVED-DATE TO COLL-APPRAISAL-DATE
                       OPEN I-O COLLATERAL-DETAILS
                           WRITE COLLATERAL-RECORD
                               INVALID KEY REWRITE COLLATERAL-RECORD
                               END-REWRITE
                           END-WRITE
                       CLOSE COLLATERAL-DETAILS
                   END-IF
                   MOVE "B" TO LAPP-STATUS
                   MOVE "LAPP-BOOK" TO WS-AUDIT-ACTION
                   DISPLAY "Loan booked on account "LOAN-ACCOUNT-ID
                       "... payment of "LOAN-PAYMENT-AMMOUNT
                       " due each period"
               END-IF
           END-IF.
      * Decline an application and send the member the adverse-action
      * letter carrying the reason
       DECLINE-LOAN-APPLICATION.
           IF LAPP-STATUS IS NOT EQUAL TO "R" AND
               LAPP-STATUS IS NOT EQUAL TO "I" AND
               LAPP-STATUS IS NOT EQUAL TO "A"
               DISPLAY "Error: application "LAPP-ID" is not open for a d
      -            "ecision (status "LAPP-STATUS")"
               MOVE "n" TO WS-LAPP-OK
           ELSE
               DISPLAY "Enter the reason for the decline..."
               ACCEPT LAPP-DECLINE-REASON
               IF LAPP-REVIEWER IS EQUAL TO SPACES
                   MOVE WS-STAFF-ID-IN TO LAPP-REVIEWER
               END-IF
               MOVE "D" TO LAPP-STATUS
               MOVE "LAPP-DECLINE" TO WS-AUDIT-ACTION
               MOVE "LOAN-DECLINE" TO WS-NOTICE-EVENT
               MOVE LAPP-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "app " LAPP-ID " " LAPP-DECLINE-REASON
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
               PERFORM SEND-CUSTOMER-NOTICE
               DISPLAY "Application "LAPP-ID" declined; adverse-action l
      -            "etter sent"
           END-IF.
      * The member has withdrawn the application
       WITHDRAW-LOAN-APPLICATION.
           IF LAPP-STATUS IS NOT EQUAL TO "R" AND
               LAPP-STATUS IS NOT EQUAL TO "I" AND
               LAPP-STATUS IS NOT EQUAL TO "A"
               DISPLAY "Error: application "LAPP-ID" is no longer open (
      -            "status "LAPP-STATUS")"
               MOVE "n" TO WS-LAPP-OK
           ELSE
               MOVE "W" TO LAPP-STATUS
               MOVE "LAPP-WITHDRW" TO WS-AUDIT-ACTION
               DISPLAY "Application "LAPP-ID" withdrawn"
           END-IF.
       SHOW-LOAN-APPLICATION.
           PERFORM NAME-LOAN-APPLICATION-STATUS
           DISPLAY "Application "LAPP-ID" account "LAPP-ACCOUNT-ID
               " member "LAPP-MEMBER-ID" status "WS-LAPP-STATUS-NAME
           DISPLAY "  Requested "LAPP-AMMOUNT" over "LAPP-TERM
               " payments for "LAPP-PURPOSE
           DISPLAY "  Collateral "LAPP-COLL-TYPE" "
               LAPP-COLL-DESCRIPTION" valued "LAPP-COLL-VALUE
           DISPLAY "  Existing loans "LAPP-LOAN-COUNT" principal "
               LAPP-LOAN-PRINCIPAL" payments "LAPP-LOAN-PAYMENTS
           DISPLAY "  Overdraft limits "LAPP-OD-LIMIT" drawn "
               LAPP-OD-DRAWN
           DISPLAY "  Average monthly payroll deposits "
               LAPP-PAYROLL-AVG
           DISPLAY "  Received "LAPP-RECEIVED-DATE" last change "
               LAPP-STATUS-DATE" reviewer "LAPP-REVIEWER" approver "
               LAPP-APPROVER
           IF LAPP-RATE-TYPE IS EQUAL TO "V"
               DISPLAY "  Variable rate: index "LAPP-INDEX-CODE
                   " plus "LAPP-MARGIN", reset every "
                   LAPP-RESET-MONTHS" months, caps "LAPP-RESET-CAP
                   " per reset and "LAPP-LIFE-CAP" for life"
           END-IF
           IF LAPP-STATUS IS EQUAL TO "D"
               DISPLAY "  Declined: "LAPP-DECLINE-REASON
           END-IF.
       NAME-LOAN-APPLICATION-STATUS.
           IF LAPP-STATUS IS EQUAL TO "R"
               MOVE "RECEIVED" TO WS-LAPP-STATUS-NAME
           ELSE IF LAPP-STATUS IS EQUAL TO "I"
               MOVE "IN REVIEW" TO WS-LAPP-STATUS-NAME
           ELSE IF LAPP-STATUS IS EQUAL TO "A"
               MOVE "APPROVED" TO WS-LAPP-STATUS-NAME
           ELSE IF LAPP-STATUS IS EQUAL TO "D"
               MOVE "DECLINED" TO WS-LAPP-STATUS-NAME
           ELSE IF LAPP-STATUS IS EQUAL TO "B"
               MOVE "BOOKED" TO WS-LAPP-STATUS-NAME
           ELSE
               MOVE "WITHDRAWN" TO WS-LAPP-STATUS-NAME
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * List every application in application-number order
       BROWSE-LOAN-APPLICATIONS.
           MOVE "n" TO WS-LAPP-EOF
           OPEN INPUT LOAN-APPLICATIONS
               MOVE LOW-VALUES TO LAPP-ID
               START LOAN-APPLICATIONS KEY IS GREATER THAN LAPP-ID
                   INVALID KEY MOVE "y" TO WS-LAPP-EOF
               END-START
               PERFORM UNTIL WS-LAPP-EOF IS EQUAL TO "y"
                   READ LOAN-APPLICATIONS NEXT RECORD
                       AT END MOVE "y" TO WS-LAPP-EOF
                       NOT AT END
                           PERFORM NAME-LOAN-APPLICATION-STATUS
                           DISPLAY LAPP-ID" account "LAPP-ACCOUNT-ID
                               " "WS-LAPP-STATUS-NAME" "LAPP-AMMOUNT
                               " received "LAPP-RECEIVED-DATE
                   END-READ
               END-PERFORM
           CLOSE LOAN-APPLICATIONS.
      * Pipeline report: every application with its status and age in
      * days since it was received, then the count in each status and
      * the open applications (received, in review, approved but not
      * yet booked) split into age bands
       LOAN-PIPELINE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-LAPP-TODAY
           COMPUTE WS-LAPP-YYYYMMDD = 20000000 + WS-LAPP-TODAY
           COMPUTE WS-LAPP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAPP-YYYYMMDD)
           MOVE WS-LAPP-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "loanpipe." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LOAN-PIPELINE-PATH
           INITIALIZE WS-LAPP-COUNTS
           MOVE 0 TO WS-LAPP-TOTAL
           MOVE 0 TO WS-LAPP-AGE-0-7
           MOVE 0 TO WS-LAPP-AGE-8-30
           MOVE 0 TO WS-LAPP-AGE-OVER-30
           MOVE "n" TO WS-LAPP-EOF
           OPEN OUTPUT LOAN-PIPELINE-FILE
           OPEN INPUT LOAN-APPLICATIONS
               MOVE LOW-VALUES TO LAPP-ID
               START LOAN-APPLICATIONS KEY IS GREATER THAN LAPP-ID
                   INVALID KEY MOVE "y" TO WS-LAPP-EOF
               END-START
               PERFORM UNTIL WS-LAPP-EOF IS EQUAL TO "y"
                   READ LOAN-APPLICATIONS NEXT RECORD
                       AT END MOVE "y" TO WS-LAPP-EOF
                       NOT AT END PERFORM AGE-ONE-LOAN-APPLICATION
                   END-READ
               END-PERFORM
           CLOSE LOAN-APPLICATIONS
           PERFORM VARYING WS-LAPP-IDX FROM 1 BY 1
               UNTIL WS-LAPP-IDX > 6
               MOVE WS-LAPP-STATUS-CODES(WS-LAPP-IDX:1) TO LAPP-STATUS
               PERFORM NAME-LOAN-APPLICATION-STATUS
               MOVE SPACES TO LOAN-PIPELINE-LINE
               STRING "STATUS " WS-LAPP-STATUS-NAME
                   " count=" WS-LAPP-COUNT(WS-LAPP-IDX)
                   DELIMITED BY SIZE INTO LOAN-PIPELINE-LINE
               END-STRING
               WRITE LOAN-PIPELINE-LINE
               DISPLAY LOAN-PIPELINE-LINE
           END-PERFORM
           MOVE SPACES TO LOAN-PIPELINE-LINE
           STRING "OPEN AGE 0-7 days=" WS-LAPP-AGE-0-7
               " 8-30 days=" WS-LAPP-AGE-8-30
               " over 30 days=" WS-LAPP-AGE-OVER-30
               DELIMITED BY SIZE INTO LOAN-PIPELINE-LINE
           END-STRING
           WRITE LOAN-PIPELINE-LINE
           DISPLAY LOAN-PIPELINE-LINE
           CLOSE LOAN-PIPELINE-FILE
           MOVE "LOAN PIPELINE" TO WS-RC-TYPE
           MOVE WS-LAPP-TOTAL TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Loan applications reported: "WS-LAPP-TOTAL.
       AGE-ONE-LOAN-APPLICATION.
           ADD 1 TO WS-LAPP-TOTAL
           PERFORM VARYING WS-LAPP-IDX FROM 1 BY 1
               UNTIL WS-LAPP-IDX > 6
               IF WS-LAPP-STATUS-CODES(WS-LAPP-IDX:1) IS EQUAL TO
                   LAPP-STATUS
                   ADD 1 TO WS-LAPP-COUNT(WS-LAPP-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-LAPP-YYYYMMDD = 20000000 + LAPP-RECEIVED-DATE
           COMPUTE WS-LAPP-AGE = WS-LAPP-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-LAPP-YYYYMMDD)
           IF LAPP-STATUS IS EQUAL TO "R" OR
               LAPP-STATUS IS EQUAL TO "I" OR
               LAPP-STATUS IS EQUAL TO "A"
               IF WS-LAPP-AGE <= 7
                   ADD 1 TO WS-LAPP-AGE-0-7
               ELSE IF WS-LAPP-AGE <= 30
                   ADD 1 TO WS-LAPP-AGE-8-30
               ELSE
                   ADD 1 TO WS-LAPP-AGE-OVER-30
               END-IF
               END-IF
           END-IF
           PERFORM NAME-LOAN-APPLICATION-STATUS
           MOVE SPACES TO LOAN-PIPELINE-LINE
           STRING "APP " LAPP-ID
               " account=" LAPP-ACCOUNT-ID
               " status=" WS-LAPP-STATUS-NAME
               " amount=" LAPP-AMMOUNT
               " received=" LAPP-RECEIVED-DATE
               " age=" WS-LAPP-AGE
               " changed=" LAPP-STATUS-DATE
               DELIMITED BY SIZE INTO LOAN-PIPELINE-LINE
           END-STRING
           WRITE LOAN-PIPELINE-LINE.
      * Dispatch for the branch-service batch commands: the dispute,
      * card, safe-deposit box and loan desks and their reports.
      * Each command is its own IF; the commands are exclusive
       RUN-SERVICE-BATCH-COMMAND.
           IF WS-BANK-COMMAND = "dx"
               MOVE "dx" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM CLOSE-DISPUTE-CASE
               ELSE
                   DISPLAY "Closing a dispute case requires a staff sign
      -                "-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "dg"
               DISPLAY "Running open-dispute aging report..."
               PERFORM DISPUTE-AGING-REPORT
               DISPLAY "Open-dispute aging report complete..."
           END-IF
           IF WS-BANK-COMMAND = "dm"
               MOVE "dm" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-DEBIT-CARDS
               ELSE
                   DISPLAY "Debit card maintenance requires a staff sign
      -                "-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "ce"
               DISPLAY "Running card expiry report..."
               PERFORM CARD-EXPIRY-REPORT
               DISPLAY "Card expiry report complete..."
           END-IF
           IF WS-BANK-COMMAND = "ca"
               DISPLAY "Running card authorization intake..."
               PERFORM RUN-CARD-AUTH-INTAKE
               DISPLAY "Card authorization intake complete..."
           END-IF
           IF WS-BANK-COMMAND = "cs"
               DISPLAY "Running card settlement matching..."
               PERFORM RUN-CARD-SETTLEMENT
               DISPLAY "Card settlement matching complete..."
           END-IF
           IF WS-BANK-COMMAND = "sd"
               MOVE "sd" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-SAFE-DEPOSIT-BOXES
               ELSE
                   DISPLAY "Safe-deposit box maintenance requires a staf
      -                "f sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "bx"
               DISPLAY "Running safe-deposit box rent batch..."
               PERFORM RUN-BOX-RENT-BATCH
               DISPLAY "Safe-deposit box rent batch complete..."
           END-IF
           IF WS-BANK-COMMAND = "bd"
               DISPLAY "Running delinquent-box report..."
               PERFORM DELINQUENT-BOX-REPORT
               DISPLAY "Delinquent-box report complete..."
           END-IF
           IF WS-BANK-COMMAND = "ln"
               MOVE "ln" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-LOAN-APPLICATIONS
               ELSE
                   DISPLAY "The loan application desk requires a staff s
      -                "ign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "lq"
               DISPLAY "Running loan pipeline report..."
               PERFORM LOAN-PIPELINE-REPORT
               DISPLAY "Loan pipeline report complete..."
           END-IF
           IF WS-BANK-COMMAND = "ix"
               MOVE "ix" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-INDEX-RATES
               ELSE
                   DISPLAY "Index-rate maintenance requires a staff sign
      -                "-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "vr"
               DISPLAY "Running variable-rate loan reset batch..."
               PERFORM RUN-RATE-RESET-BATCH
               DISPLAY "Variable-rate loan reset batch complete..."
           END-IF
           IF WS-BANK-COMMAND = "vp"
               DISPLAY "Running upcoming rate reset report..."
               PERFORM LOAN-RESET-REPORT
               DISPLAY "Upcoming rate reset report complete..."
           END-IF
           IF WS-BANK-COMMAND = "ei"
               MOVE "ei" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-LOAN-ESCROW
               ELSE
                   DISPLAY "Loan escrow maintenance requires a staff sig
      -                "n-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "eb"
               DISPLAY "Running escrow disbursement batch..."
               PERFORM RUN-ESCROW-DISBURSEMENTS
               DISPLAY "Escrow disbursement batch complete..."
           END-IF
           IF WS-BANK-COMMAND = "ea"
               DISPLAY "Running annual escrow analysis..."
               PERFORM RUN-ESCROW-ANALYSIS
               DISPLAY "Annual escrow analysis complete..."
           END-IF
           IF WS-BANK-COMMAND = "co"
               DISPLAY "Running charge-off batch..."
               PERFORM RUN-CHARGEOFF-BATCH
               DISPLAY "Charge-off batch complete..."
           END-IF
           IF WS-BANK-COMMAND = "rv"
               MOVE "rv" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM TAKE-CHARGEOFF-RECOVERY
               ELSE
                   DISPLAY "Taking a charge-off recovery requires a staf
      -                "f sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "cf"
               DISPLAY "Running charge-off and recovery report..."
               PERFORM CHARGEOFF-REPORT
               DISPLAY "Charge-off and recovery report complete..."
           END-IF
           IF WS-BANK-COMMAND = "lr"
               DISPLAY "Running loan loss reserve..."
               PERFORM RUN-LOAN-LOSS-RESERVE
               DISPLAY "Loan loss reserve complete..."
           END-IF
           IF WS-BANK-COMMAND = "cb"
               DISPLAY "Running credit bureau extract..."
               PERFORM RUN-CREDIT-BUREAU-EXTRACT
               DISPLAY "Credit bureau extract complete..."
           END-IF
           IF WS-BANK-COMMAND = "bn"
               DISPLAY "Running loan billing notices..."
               PERFORM RUN-LOAN-BILLING-NOTICES
               DISPLAY "Loan billing notices complete..."
           END-IF
           IF WS-BANK-COMMAND = "ds"
               DISPLAY "Running loan delinquency snapshot..."
               PERFORM RUN-LOAN-DELINQ-SNAPSHOT
               DISPLAY "Loan delinquency snapshot complete..."
           END-IF
           IF WS-BANK-COMMAND = "rr"
               DISPLAY "Running roll-rate and vintage report..."
               PERFORM RUN-ROLL-RATE-REPORT
               DISPLAY "Roll-rate and vintage report complete..."
           END-IF
           IF WS-BANK-COMMAND = "de"
               MOVE "de" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-ESTATE
               ELSE
                   DISPLAY "Estate maintenance requires a staff sign-on.
      -                ".."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "lo"
               MOVE "lo" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-LEGAL-ORDERS
               ELSE
                   DISPLAY "Legal-order maintenance requires a staff sig
      -                "n-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "lg"
               DISPLAY "Running legal-order batch..."
               PERFORM RUN-LEGAL-ORDER-BATCH
               DISPLAY "Legal-order batch complete..."
           END-IF
           IF WS-BANK-COMMAND = "sg"
               MOVE "sg" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-SIGNERS
               ELSE
                   DISPLAY "Signer maintenance requires a staff sign-on.
      -                ".."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "rm"
               MOVE "rm" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM RETURNED-MAIL-INTAKE
               ELSE
                   DISPLAY "Returned-mail intake requires a staff sign-o
      -                "n..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "hm"
               DISPLAY "Running held-mail report..."
               PERFORM HELD-MAIL-REPORT
               DISPLAY "Held-mail report complete..."
           END-IF
           IF WS-BANK-COMMAND = "mb"
               DISPLAY "Running message-bounce fallback..."
               MOVE "*BOUNCES" TO WS-NOTICE-EVENT
               MOVE 0 TO WS-NOTICE-ACCOUNT
               MOVE SPACES TO WS-NOTICE-DETAIL
               PERFORM SEND-CUSTOMER-NOTICE
               DISPLAY "Message-bounce fallback complete..."
           END-IF
           IF WS-BANK-COMMAND = "cq"
               MOVE "cq" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-COMPLAINTS
               ELSE
                   DISPLAY "Complaint maintenance requires a staff sign-
      -                "on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "cw"
               DISPLAY "Running weekly complaint report..."
               PERFORM RUN-COMPLAINT-REPORT
               DISPLAY "Weekly complaint report complete..."
           END-IF
           IF WS-BANK-COMMAND = "wl"
               DISPLAY "Running watch-list re-screen..."
               PERFORM RUN-WATCH-LIST-RESCREEN
               DISPLAY "Watch-list re-screen complete..."
           END-IF
           IF WS-BANK-COMMAND = "st"
               DISPLAY "Running structuring detection..."
               PERFORM RUN-STRUCTURING-DETECTION
               DISPLAY "Structuring detection complete..."
           END-IF
           IF WS-BANK-COMMAND = "rs"
               DISPLAY "Running member risk rating..."
               PERFORM RUN-RISK-RATING
               DISPLAY "Member risk rating complete..."
           END-IF
           IF WS-BANK-COMMAND = "rk"
               MOVE "rk" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-RISK-FACTORS
               ELSE
                   DISPLAY "Risk-factor maintenance requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "im"
               DISPLAY "Running insider monitoring..."
               PERFORM RUN-INSIDER-MONITOR
               DISPLAY "Insider monitoring complete..."
           END-IF
           IF WS-BANK-COMMAND = "ra"
               DISPLAY "Running access recertification listing..."
               PERFORM RUN-ACCESS-RECERT
               DISPLAY "Access recertification listing complete..."
           END-IF
           IF WS-BANK-COMMAND = "rd"
               MOVE "rd" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-RECERT-DECISIONS
               ELSE
                   DISPLAY "Recertification decisions require a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "sf"
               DISPLAY "Running duty-conflict report..."
               PERFORM RUN-SOD-CONFLICT-REPORT
               DISPLAY "Duty-conflict report complete..."
           END-IF
           IF WS-BANK-COMMAND = "dp"
               MOVE "dp" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-DUTY-PAIRS
               ELSE
                   DISPLAY "Duty-pair maintenance requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "dq"
               DISPLAY "Running data-quality scrub..."
               PERFORM RUN-DATA-SCRUB
               DISPLAY "Data-quality scrub complete..."
           END-IF
           IF WS-BANK-COMMAND = "qr"
               MOVE "qr" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-SCRUB-RULES
               ELSE
                   DISPLAY "Scrub-rule maintenance requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "mf"
               DISPLAY "Running month-end fee assessment..."
               PERFORM RUN-FEE-ASSESSMENT
               DISPLAY "Month-end fee assessment complete..."
           END-IF
           IF WS-BANK-COMMAND = "fs"
               MOVE "fs" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-FEE-SCHEDULE
               ELSE
                   DISPLAY "Fee-schedule maintenance requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "cr"
               MOVE "cr" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM REFUND-FEE
               ELSE
                   DISPLAY "Fee refunds require a staff sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "fm"
               DISPLAY "Running monthly fee-refund report..."
               PERFORM FEE-REFUND-REPORT
               DISPLAY "Fee-refund report complete..."
           END-IF
           IF WS-BANK-COMMAND = "bm"
               MOVE "bm" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-BRANCHES
               ELSE
                   DISPLAY "Branch maintenance requires a staff sign-on"
                       "..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "or"
               DISPLAY "Running officer portfolio report..."
               PERFORM OFFICER-PORTFOLIO-REPORT
               DISPLAY "Officer portfolio report complete..."
           END-IF
           IF WS-BANK-COMMAND = "pb"
               DISPLAY "Running promotion campaign tracking..."
               PERFORM RUN-PROMO-BATCH
               DISPLAY "Promotion campaign tracking complete..."
           END-IF
           IF WS-BANK-COMMAND = "pc"
               MOVE "pc" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-PROMO-CAMPAIGNS
               ELSE
                   DISPLAY "Promotion campaign maintenance requires a "
                       "staff sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "ru"
               DISPLAY "Running round-up savings batch job..."
               PERFORM RUN-ROUND-UPS
               DISPLAY "Round-up savings batch job complete..."
           END-IF
           IF WS-BANK-COMMAND = "cn"
               DISPLAY "Running settlement reconciliation batch job..."
               PERFORM RUN-SETTLEMENT-RECON
               DISPLAY "Settlement reconciliation batch job complete..."
           END-IF
           IF WS-BANK-COMMAND = "ga"
               MOVE "ga" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-GL-ACCOUNTS
               ELSE
                   DISPLAY "GL account maintenance requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "gp"
               DISPLAY "Running GL daily posting..."
               PERFORM RUN-GL-POSTING
               DISPLAY "GL daily posting complete..."
           END-IF
           IF WS-BANK-COMMAND = "gt"
               DISPLAY "Running GL trial balance..."
               PERFORM RUN-GL-TRIAL-BALANCE
               DISPLAY "GL trial balance complete..."
           END-IF
           IF WS-BANK-COMMAND = "gf"
               DISPLAY "Running GL financial statements..."
               PERFORM RUN-GL-STATEMENTS
               DISPLAY "GL financial statements complete..."
           END-IF
           IF WS-BANK-COMMAND = "gy"
               MOVE "gy" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM RUN-GL-YEAR-END
               ELSE
                   DISPLAY "The GL year-end close requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "qe"
               DISPLAY "Running quarter-end condition report..."
               PERFORM RUN-QUARTER-END-REPORT
               DISPLAY "Quarter-end condition report complete..."
           END-IF
           IF WS-BANK-COMMAND = "iy"
               DISPLAY "Running retirement-account tax extract..."
               PERFORM RUN-IRA-TAX-EXTRACT
               DISPLAY "Retirement-account tax extract complete..."
           END-IF
           IF WS-BANK-COMMAND = "xc"
               MOVE "xc" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM TAKE-FX-EXCHANGE
               ELSE
                   DISPLAY "A foreign cash exchange requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "xp"
               DISPLAY "Running foreign cash position report..."
               PERFORM FX-CASH-POSITION-REPORT
               DISPLAY "Foreign cash position report complete..."
           END-IF
           IF WS-BANK-COMMAND = "vo"
               DISPLAY "Running vault reorder report..."
               PERFORM RUN-VAULT-REORDER-REPORT
               DISPLAY "Vault reorder report complete..."
           END-IF
           IF WS-BANK-COMMAND = "oc"
               MOVE "oc" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM TAKE-OFFICIAL-CHECK
               ELSE
                   DISPLAY "An official check requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "oo"
               DISPLAY "Running outstanding official checks report..."
               PERFORM RUN-OFFICIAL-CHECK-REPORT
               DISPLAY "Outstanding official checks report complete..."
           END-IF
           IF WS-BANK-COMMAND = "ci"
               DISPLAY "Landing approved changes now in effect..."
               PERFORM APPLY-DUE-CHANGES
               DISPLAY "Approved changes run complete..."
           END-IF
           IF WS-BANK-COMMAND = "pu"
               DISPLAY "Running retention purge of personal data..."
               PERFORM RUN-RETENTION-PURGE
               DISPLAY "Retention purge complete..."
           END-IF
           IF WS-BANK-COMMAND = "mx"
               MOVE "mx" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM EXPORT-MEMBER-DATA
               ELSE
                   DISPLAY "A data-access export requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "as"
               DISPLAY "Running auditor confirmation sample..."
               PERFORM RUN-CONFIRMATION-SAMPLE
               DISPLAY "Confirmation sample complete..."
           END-IF
           IF WS-BANK-COMMAND = "al"
               MOVE "al" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM LOG-CONFIRMATION-RESPONSE
               ELSE
                   DISPLAY "Logging a confirmation requires a staff "
                       "sign-on..."
               END-IF
           END-IF
           IF WS-BANK-COMMAND = "ay"
               DISPLAY "Running confirmation response summary..."
               PERFORM RUN-CONFIRMATION-SUMMARY
               DISPLAY "Confirmation response summary complete..."
           END-IF
           IF WS-BANK-COMMAND = "xs"
               DISPLAY "Running cross-sell prospect lists..."
               PERFORM RUN-CROSS-SELL-PROSPECTS
               DISPLAY "Cross-sell prospect lists complete..."
           END-IF
           IF WS-BANK-COMMAND = "xm"
               MOVE "xm" TO WS-ENT-COMMAND
               PERFORM STAFF-SIGN-ON-FOR-COMMAND
               IF WS-STAFF-SIGNED-ON IS EQUAL TO "y"
                   PERFORM MAINTAIN-CROSS-SELL-RULES
               ELSE
                   DISPLAY "Cross-sell rule maintenance requires a "
                       "staff sign-on..."
               END-IF
           END-IF.
      * Rate terms for a loan application being approved: a fixed
      * rate as entered, or an index code, margin, reset frequency
      * and caps, the opening rate being the index rate in force
      * today plus the margin
       TAKE-LOAN-RATE-TERMS.
           DISPLAY "Fixed or variable rate? (f/v)"
           ACCEPT WS-VR-TYPE-IN
           IF WS-VR-TYPE-IN IS EQUAL TO "v" OR
               WS-VR-TYPE-IN IS EQUAL TO "V"
               MOVE "V" TO LAPP-RATE-TYPE
               DISPLAY "Enter the index code..."
               ACCEPT LAPP-INDEX-CODE
               DISPLAY "Enter the margin over the index (percent)..."
               ACCEPT LAPP-MARGIN
               DISPLAY "Enter the reset frequency in months..."
               ACCEPT LAPP-RESET-MONTHS
               DISPLAY "Enter the per-reset rate cap (percent, 0 for non
      -            "e)..."
               ACCEPT LAPP-RESET-CAP
               DISPLAY "Enter the lifetime rate cap (percent, 0 for none
      -            ")..."
               ACCEPT LAPP-LIFE-CAP
               MOVE LAPP-INDEX-CODE TO WS-VR-INDEX-CODE
               MOVE WS-LAPP-TODAY TO WS-VR-AS-OF
               OPEN INPUT INDEX-RATES
                   PERFORM FIND-INDEX-RATE
               CLOSE INDEX-RATES
               IF WS-VR-INDEX-FOUND IS NOT EQUAL TO "y"
                   DISPLAY "Error: no rate on file for index "
                       LAPP-INDEX-CODE
                   MOVE "n" TO WS-LAPP-OK
               ELSE IF LAPP-RESET-MONTHS IS EQUAL TO 0
                   DISPLAY "Error: a variable-rate loan needs a reset fr
      -                "equency"
                   MOVE "n" TO WS-LAPP-OK
               ELSE
                   COMPUTE LAPP-RATE = WS-VR-INDEX-RATE + LAPP-MARGIN
                   DISPLAY "Opening rate "LAPP-RATE" (index "
                       WS-VR-INDEX-RATE" plus margin "LAPP-MARGIN")"
               END-IF
               END-IF
           ELSE
               MOVE "F" TO LAPP-RATE-TYPE
               MOVE SPACES TO LAPP-INDEX-CODE
               MOVE 0 TO LAPP-MARGIN
               MOVE 0 TO LAPP-RESET-MONTHS
               MOVE 0 TO LAPP-RESET-CAP
               MOVE 0 TO LAPP-LIFE-CAP
               DISPLAY "Enter annual rate (percent)..."
               ACCEPT LAPP-RATE
           END-IF.
      * Carry the application's rate terms onto the loan being
      * booked; a variable-rate loan's first reset falls the reset
      * frequency's number of months after booking
       SET-BOOKED-LOAN-RATE-TERMS.
           MOVE LAPP-RATE-TYPE TO LOAN-RATE-TYPE
           MOVE LAPP-INDEX-CODE TO LOAN-INDEX-CODE
           MOVE LAPP-MARGIN TO LOAN-MARGIN
           MOVE LAPP-RESET-MONTHS TO LOAN-RESET-MONTHS
           MOVE LAPP-RESET-CAP TO LOAN-RESET-CAP
           MOVE LAPP-LIFE-CAP TO LOAN-LIFE-CAP
           MOVE LAPP-RATE TO LOAN-INITIAL-RATE
           MOVE 0 TO LOAN-PENDING-RATE
           MOVE 0 TO LOAN-PENDING-PAYMENT
           MOVE 0 TO LOAN-NOTICE-DATE
           MOVE 0 TO LOAN-NEXT-RESET-DATE
           IF LOAN-RATE-TYPE IS EQUAL TO "V"
               PERFORM LOAD-HOLIDAY-TABLE
               MOVE WS-LAPP-TODAY TO WS-ROLL-DATE
               MOVE "m" TO WS-ROLL-FREQUENCY
               PERFORM VARYING WS-VR-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-VR-MONTH-IDX > LOAN-RESET-MONTHS
                   PERFORM ROLL-DATE-FORWARD
               END-PERFORM
               MOVE WS-ROLL-DATE TO LOAN-NEXT-RESET-DATE
           END-IF.
      * The index rate in force on WS-VR-AS-OF for WS-VR-INDEX-CODE:
      * the latest row for the code effective on or before that date.
      * INDEX-RATES must already be open
       FIND-INDEX-RATE.
           MOVE "n" TO WS-VR-INDEX-FOUND
           MOVE 0 TO WS-VR-INDEX-RATE
           MOVE "n" TO WS-VR-IX-EOF
           MOVE WS-VR-INDEX-CODE TO IX-CODE
           MOVE 0 TO IX-EFFECTIVE-DATE
           START INDEX-RATES KEY IS NOT LESS THAN IX-KEY
               INVALID KEY MOVE "y" TO WS-VR-IX-EOF
           END-START
           PERFORM UNTIL WS-VR-IX-EOF IS EQUAL TO "y"
               READ INDEX-RATES NEXT RECORD
                   AT END MOVE "y" TO WS-VR-IX-EOF
               END-READ
               IF WS-VR-IX-EOF IS NOT EQUAL TO "y"
                   IF IX-CODE IS NOT EQUAL TO WS-VR-INDEX-CODE OR
                       IX-EFFECTIVE-DATE > WS-VR-AS-OF
                       MOVE "y" TO WS-VR-IX-EOF
                   ELSE
                       MOVE IX-RATE TO WS-VR-INDEX-RATE
                       MOVE "y" TO WS-VR-INDEX-FOUND
                   END-IF
               END-IF
           END-PERFORM.
      * Staff-facing maintenance for the published index rates. A new
      * rate goes through the maker-checker queue like every other
      * rate table and lands when a second staff member approves it
       MAINTAIN-INDEX-RATES.
           DISPLAY "Enter a command. 'read', 'write', or 'browse'"
           ACCEPT WS-VR-COMMAND
           IF WS-VR-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter the index code..."
               ACCEPT WS-VR-CODE-IN
               DISPLAY "Enter the index rate (percent)..."
               ACCEPT WS-VR-RATE-IN
               DISPLAY "Enter the effective date (YYMMDD)..."
               ACCEPT WS-VR-DATE-IN
               MOVE "INDEX" TO PC-TABLE
               MOVE SPACES TO PC-KEY
               MOVE WS-VR-CODE-IN TO PC-KEY(1:6)
               MOVE WS-VR-RATE-IN TO PC-NUM
               MOVE WS-VR-DATE-IN TO PC-DATE
               MOVE SPACES TO PC-SIGN
               MOVE SPACES TO PC-DESC
               MOVE 0 TO PC-GL
               PERFORM QUEUE-TABLE-CHANGE
           ELSE IF WS-VR-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the index code..."
               ACCEPT WS-VR-INDEX-CODE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE(3:6) TO WS-VR-AS-OF
               OPEN INPUT INDEX-RATES
                   PERFORM FIND-INDEX-RATE
               CLOSE INDEX-RATES
               IF WS-VR-INDEX-FOUND IS EQUAL TO "y"
                   DISPLAY "Index "WS-VR-INDEX-CODE" is "
                       WS-VR-INDEX-RATE" today"
               ELSE
                   DISPLAY "No rate in force for index "
                       WS-VR-INDEX-CODE
               END-IF
           ELSE IF WS-VR-COMMAND IS EQUAL TO "browse"
               MOVE "n" TO WS-VR-IX-EOF
               OPEN INPUT INDEX-RATES
                   MOVE LOW-VALUES TO IX-KEY
                   START INDEX-RATES KEY IS GREATER THAN IX-KEY
                       INVALID KEY MOVE "y" TO WS-VR-IX-EOF
                   END-START
                   PERFORM UNTIL WS-VR-IX-EOF IS EQUAL TO "y"
                       READ INDEX-RATES NEXT RECORD
                           AT END MOVE "y" TO WS-VR-IX-EOF
                           NOT AT END
                               DISPLAY IX-CODE" eff "IX-EFFECTIVE-DATE
                                   " "IX-RATE
                       END-READ
                   END-PERFORM
               CLOSE INDEX-RATES
           ELSE
               DISPLAY "Command not recognized..."
           END-IF
           END-IF
           END-IF.
      * Nightly variable-rate batch. A loan whose reset falls within
      * the notice window is repriced from today's index rate and the
      * borrower told the new rate and payment; on the reset date the
      * announced rate takes effect, the unpaid tail of the schedule
      * is re-amortized at it and the next reset date is set
       RUN-RATE-RESET-BATCH.
           PERFORM READ-RATE-RESET-PARAMETERS
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-CURRENT-DATE(3:6) TO WS-VR-TODAY
           MOVE WS-VR-NOTICE-DAYS TO WS-VR-WINDOW-DAYS
           PERFORM SET-RATE-RESET-HORIZON
           MOVE 0 TO WS-VR-NOTICED
           MOVE 0 TO WS-VR-RESET
           MOVE "n" TO WS-VR-EOF
           OPEN I-O LOAN-DETAILS
           OPEN I-O AMORT-SCHEDULE
           OPEN INPUT INDEX-RATES
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-VR-EOF
           END-START
           PERFORM UNTIL WS-VR-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-VR-EOF
               END-READ
               IF WS-VR-EOF IS NOT EQUAL TO "y" AND
                   LOAN-RATE-TYPE IS EQUAL TO "V" AND LOAN-TERM > 0 AND
                   LOAN-DELINQ-STATUS IS NOT EQUAL TO "X"
                   IF LOAN-NEXT-RESET-DATE <= WS-VR-TODAY
                       PERFORM APPLY-LOAN-RATE-RESET
                   ELSE IF LOAN-NEXT-RESET-DATE <= WS-VR-HORIZON AND
                       LOAN-NOTICE-DATE IS EQUAL TO 0
                       PERFORM ANNOUNCE-LOAN-RATE-RESET
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE INDEX-RATES
           DISPLAY "Rate changes announced: "WS-VR-NOTICED
           DISPLAY "Rate resets applied: "WS-VR-RESET.
      * Announce the coming reset: price it, hold the result on the
      * loan, and send the payment-change notice
       ANNOUNCE-LOAN-RATE-RESET.
           PERFORM PROJECT-LOAN-RATE-RESET
           MOVE WS-VR-NEW-RATE TO LOAN-PENDING-RATE
           MOVE WS-VR-NEW-PAYMENT TO LOAN-PENDING-PAYMENT
           MOVE WS-VR-TODAY TO LOAN-NOTICE-DATE
           REWRITE LOANS
               INVALID KEY
                   DISPLAY "Error: unable to update loan "
                       LOAN-ACCOUNT-ID
           END-REWRITE
           PERFORM SEND-RATE-CHANGE-NOTICE
           ADD 1 TO WS-VR-NOTICED.
      * The reset date has come: the announced rate takes effect (a
      * loan that was never announced is priced and told now), the
      * payment is re-amortized over the remaining periods, and the
      * next reset date is set
       APPLY-LOAN-RATE-RESET.
           IF LOAN-NOTICE-DATE IS EQUAL TO 0
               PERFORM PROJECT-LOAN-RATE-RESET
               PERFORM SEND-RATE-CHANGE-NOTICE
           ELSE
               MOVE LOAN-PENDING-RATE TO WS-VR-NEW-RATE
               PERFORM FIND-LOAN-REMAINING-PRINCIPAL
               PERFORM COMPUTE-RESET-PAYMENT
           END-IF
           DISPLAY "Loan "LOAN-ACCOUNT-ID" reset from "LOAN-RATE
               " to "WS-VR-NEW-RATE"; payment "LOAN-PAYMENT-AMMOUNT
               " becomes "WS-VR-NEW-PAYMENT
           MOVE WS-VR-NEW-RATE TO LOAN-RATE
           MOVE WS-VR-NEW-PAYMENT TO LOAN-PAYMENT-AMMOUNT
           IF WS-VR-HAS-SCHEDULE IS EQUAL TO "y"
               PERFORM REAMORTIZE-LOAN-SCHEDULE
           END-IF
           MOVE LOAN-NEXT-RESET-DATE TO WS-ROLL-DATE
           MOVE "m" TO WS-ROLL-FREQUENCY
           PERFORM VARYING WS-VR-MONTH-IDX FROM 1 BY 1
               UNTIL WS-VR-MONTH-IDX > LOAN-RESET-MONTHS
               PERFORM ROLL-DATE-FORWARD
           END-PERFORM
           MOVE WS-ROLL-DATE TO LOAN-NEXT-RESET-DATE
           MOVE 0 TO LOAN-PENDING-RATE
           MOVE 0 TO LOAN-PENDING-PAYMENT
           MOVE 0 TO LOAN-NOTICE-DATE
           REWRITE LOANS
               INVALID KEY
                   DISPLAY "Error: unable to update loan "
                       LOAN-ACCOUNT-ID
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING "unable to reset the rate on loan "
                       LOAN-ACCOUNT-ID
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   END-STRING
                   MOVE "E" TO WS-OPS-SEVERITY
                   PERFORM SEND-OPS-ALERT
           END-REWRITE
           ADD 1 TO WS-VR-RESET.
      * Price the loan's next reset: today's index rate plus the
      * margin, held within the per-reset cap around the current rate
      * and the lifetime cap around the opening rate, and the level
      * payment that retires the remaining principal at that rate
      * over the remaining periods. An index with no rate on file
      * leaves the rate unchanged and raises an ops alert.
      * INDEX-RATES and AMORT-SCHEDULE must already be open
       PROJECT-LOAN-RATE-RESET.
           MOVE LOAN-INDEX-CODE TO WS-VR-INDEX-CODE
           MOVE WS-VR-TODAY TO WS-VR-AS-OF
           PERFORM FIND-INDEX-RATE
           IF WS-VR-INDEX-FOUND IS NOT EQUAL TO "y"
               MOVE LOAN-RATE TO WS-VR-NEW-RATE
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "no rate on file for index " LOAN-INDEX-CODE
                   " repricing loan " LOAN-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "W" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           ELSE
               COMPUTE WS-VR-NEW-RATE = WS-VR-INDEX-RATE + LOAN-MARGIN
               IF LOAN-RESET-CAP > 0
                   COMPUTE WS-VR-LOW = LOAN-RATE - LOAN-RESET-CAP
                   COMPUTE WS-VR-HIGH = LOAN-RATE + LOAN-RESET-CAP
                   PERFORM CLAMP-RESET-RATE
               END-IF
               IF LOAN-LIFE-CAP > 0
                   COMPUTE WS-VR-LOW = LOAN-INITIAL-RATE - LOAN-LIFE-CAP
                   COMPUTE WS-VR-HIGH =
                       LOAN-INITIAL-RATE + LOAN-LIFE-CAP
                   PERFORM CLAMP-RESET-RATE
               END-IF
               IF WS-VR-NEW-RATE < 0
                   MOVE 0 TO WS-VR-NEW-RATE
               END-IF
           END-IF
           PERFORM FIND-LOAN-REMAINING-PRINCIPAL
           PERFORM COMPUTE-RESET-PAYMENT.
       CLAMP-RESET-RATE.
           IF WS-VR-NEW-RATE < WS-VR-LOW
               MOVE WS-VR-LOW TO WS-VR-NEW-RATE
           END-IF
           IF WS-VR-NEW-RATE > WS-VR-HIGH
               MOVE WS-VR-HIGH TO WS-VR-NEW-RATE
           END-IF.
      * Remaining principal from the last posted schedule row, as the
      * payoff quote reads it; also notes whether the loan has a
      * schedule to re-amortize at all
       FIND-LOAN-REMAINING-PRINCIPAL.
           MOVE LOAN-PRINCIPAL TO WS-VR-REMAIN
           MOVE "n" TO WS-VR-HAS-SCHEDULE
           MOVE LOAN-ACCOUNT-ID TO AMORT-ACCOUNT-ID
           COMPUTE AMORT-PERIOD = LOAN-PERIODS-PAID + 1
           READ AMORT-SCHEDULE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "y" TO WS-VR-HAS-SCHEDULE
           END-READ
           IF LOAN-PERIODS-PAID > 0
               MOVE LOAN-PERIODS-PAID TO AMORT-PERIOD
               READ AMORT-SCHEDULE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AMORT-REMAINING TO WS-VR-REMAIN
               END-READ
           END-IF.
      * Level payment on WS-VR-REMAIN at WS-VR-NEW-RATE over the
      * LOAN-TERM periods still to pay
       COMPUTE-RESET-PAYMENT.
           COMPUTE WS-AMORT-R = WS-VR-NEW-RATE / 1200
           IF WS-AMORT-R IS EQUAL TO 0
               COMPUTE WS-VR-NEW-PAYMENT ROUNDED =
                   WS-VR-REMAIN / LOAN-TERM
           ELSE
               COMPUTE WS-AMORT-FACTOR ROUNDED =
                   (1 + WS-AMORT-R) ** LOAN-TERM
               COMPUTE WS-VR-NEW-PAYMENT ROUNDED =
                   WS-VR-REMAIN * WS-AMORT-R * WS-AMORT-FACTOR /
                   (WS-AMORT-FACTOR - 1)
           END-IF.
      * Rewrite the unpaid schedule rows at the new rate and payment,
      * the same declining-balance split WRITE-AMORT-SCHEDULE makes;
      * the last period absorbs rounding
       REAMORTIZE-LOAN-SCHEDULE.
           MOVE WS-VR-REMAIN TO WS-AMORT-REMAIN
           PERFORM VARYING WS-AMORT-IDX FROM 1 BY 1
               UNTIL WS-AMORT-IDX > LOAN-TERM
               COMPUTE WS-AMORT-INT ROUNDED =
                   WS-AMORT-REMAIN * WS-AMORT-R
               IF WS-AMORT-IDX IS EQUAL TO LOAN-TERM
                   MOVE WS-AMORT-REMAIN TO WS-AMORT-PRIN
               ELSE
                   COMPUTE WS-AMORT-PRIN =
                       LOAN-PAYMENT-AMMOUNT - WS-AMORT-INT
               END-IF
               IF WS-AMORT-PRIN > WS-AMORT-REMAIN
                   MOVE WS-AMORT-REMAIN TO WS-AMORT-PRIN
               END-IF
               SUBTRACT WS-AMORT-PRIN FROM WS-AMORT-REMAIN
               MOVE LOAN-ACCOUNT-ID TO AMORT-ACCOUNT-ID
               COMPUTE AMORT-PERIOD = LOAN-PERIODS-PAID + WS-AMORT-IDX
               MOVE WS-AMORT-INT TO AMORT-INTEREST
               MOVE WS-AMORT-PRIN TO AMORT-PRINCIPAL
               MOVE WS-AMORT-REMAIN TO AMORT-REMAINING
               WRITE AMORT-ROW
                   INVALID KEY REWRITE AMORT-ROW
                   END-REWRITE
               END-WRITE
           END-PERFORM.
       SEND-RATE-CHANGE-NOTICE.
           MOVE "RATE-CHANGE" TO WS-NOTICE-EVENT
           MOVE LOAN-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "rate " WS-VR-NEW-RATE " pmt " WS-VR-NEW-PAYMENT
               " from " LOAN-NEXT-RESET-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE.
      * Notice window from the bank parameters
       READ-RATE-RESET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "RESET-NOTICE-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-VR-NOTICE-DAYS
           END-IF
           CLOSE BANK-PARAMETERS.
      * Last date (YYMMDD) inside a window of WS-VR-WINDOW-DAYS
       SET-RATE-RESET-HORIZON.
           COMPUTE WS-VR-YYYYMMDD = 20000000 + WS-VR-TODAY
           COMPUTE WS-VR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-VR-YYYYMMDD)
           COMPUTE WS-VR-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               WS-VR-TODAY-INT + WS-VR-WINDOW-DAYS)
           COMPUTE WS-VR-HORIZON = WS-VR-YYYYMMDD - 20000000.
      * Every variable-rate loan resetting in the next 60 days with
      * its current and new rate and payment: the announced figures
      * where the notice has gone out, otherwise priced from today's
      * index rate
       LOAN-RESET-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-VR-TODAY
           MOVE 60 TO WS-VR-WINDOW-DAYS
           PERFORM SET-RATE-RESET-HORIZON
           MOVE WS-VR-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "loanreset." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-LOAN-RESET-PATH
           MOVE 0 TO WS-VR-LISTED
           MOVE "n" TO WS-VR-EOF
           OPEN OUTPUT LOAN-RESET-FILE
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT INDEX-RATES
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-VR-EOF
           END-START
           PERFORM UNTIL WS-VR-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-VR-EOF
               END-READ
               IF WS-VR-EOF IS NOT EQUAL TO "y" AND
                   LOAN-RATE-TYPE IS EQUAL TO "V" AND
                   LOAN-TERM > 0 AND
                   LOAN-NEXT-RESET-DATE <= WS-VR-HORIZON
                   IF LOAN-NOTICE-DATE IS EQUAL TO 0
                       PERFORM PROJECT-LOAN-RATE-RESET
                   ELSE
                       MOVE LOAN-PENDING-RATE TO WS-VR-NEW-RATE
                       MOVE LOAN-PENDING-PAYMENT TO WS-VR-NEW-PAYMENT
                   END-IF
                   MOVE SPACES TO LOAN-RESET-LINE
                   STRING "RESET loan=" LOAN-ACCOUNT-ID
                       " date=" LOAN-NEXT-RESET-DATE
                       " index=" LOAN-INDEX-CODE
                       " rate=" LOAN-RATE
                       " new-rate=" WS-VR-NEW-RATE
                       " payment=" LOAN-PAYMENT-AMMOUNT
                       " new-payment=" WS-VR-NEW-PAYMENT
                       DELIMITED BY SIZE INTO LOAN-RESET-LINE
                   END-STRING
                   WRITE LOAN-RESET-LINE
                   DISPLAY LOAN-RESET-LINE
                   ADD 1 TO WS-VR-LISTED
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE INDEX-RATES
           CLOSE LOAN-RESET-FILE
           MOVE "LOAN RESETS" TO WS-RC-TYPE
           MOVE WS-VR-LISTED TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Loans resetting in the next 60 days: "WS-VR-LISTED.
      * Staff-facing escrow maintenance: open an escrow on a loan
      * with collateral, set up the tax and insurance bills it pays,
      * show it, or close it and refund what is left to the
      * borrower's account; every change goes to the audit log
       MAINTAIN-LOAN-ESCROW.
           DISPLAY "Enter a command. 'open', 'item', 'read', or 'close'"
           ACCEPT WS-ESC-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-ESC-TODAY
           IF WS-ESC-COMMAND IS EQUAL TO "open"
               PERFORM OPEN-LOAN-ESCROW
           ELSE IF WS-ESC-COMMAND IS EQUAL TO "item"
               PERFORM WRITE-ESCROW-ITEM
           ELSE IF WS-ESC-COMMAND IS EQUAL TO "read"
               PERFORM SHOW-LOAN-ESCROW
           ELSE IF WS-ESC-COMMAND IS EQUAL TO "close"
               PERFORM CLOSE-LOAN-ESCROW
           ELSE
               DISPLAY "Command not recognized..."
           END-IF
           END-IF
           END-IF
           END-IF.
      * An escrow can only be opened on a booked loan that has
      * collateral on file; the first analysis run prices its payment
      * from the bills set up against it
       OPEN-LOAN-ESCROW.
           MOVE "y" TO WS-ESC-OK
           DISPLAY "Enter loan account ID..."
           ACCEPT ESC-ACCOUNT-ID
           MOVE ESC-ACCOUNT-ID TO LOAN-ACCOUNT-ID
           OPEN INPUT LOAN-DETAILS
               READ LOAN-DETAILS
                   INVALID KEY
                       DISPLAY "No loan on account "ESC-ACCOUNT-ID
                       MOVE "n" TO WS-ESC-OK
                   NOT INVALID KEY CONTINUE
               END-READ
           CLOSE LOAN-DETAILS
           MOVE ESC-ACCOUNT-ID TO COLL-ACCOUNT-ID
           OPEN INPUT COLLATERAL-DETAILS
               READ COLLATERAL-DETAILS
                   INVALID KEY
                       DISPLAY "Loan "ESC-ACCOUNT-ID" has no collateral 
      -                    "on file; escrow is for secured loans only"
                       MOVE "n" TO WS-ESC-OK
                   NOT INVALID KEY CONTINUE
               END-READ
           CLOSE COLLATERAL-DETAILS
           IF WS-ESC-OK IS EQUAL TO "y"
               DISPLAY "Enter the opening monthly escrow payment..."
               ACCEPT WS-ESC-AMMOUNT-IN
               OPEN I-O LOAN-ESCROW
                   READ LOAN-ESCROW
                       INVALID KEY
                           MOVE 0 TO ESC-BALANCE
                           MOVE WS-ESC-AMMOUNT-IN TO ESC-PAYMENT
                           MOVE "A" TO ESC-STATUS
                           MOVE WS-ESC-TODAY TO ESC-OPENED-DATE
                           MOVE 0 TO ESC-LAST-ANALYSIS
                           MOVE WS-ESC-TODAY TO ESC-NEXT-ANALYSIS
                           WRITE ESCROW-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to open the es
      -                                "crow"
                                   MOVE "n" TO WS-ESC-OK
                           END-WRITE
                       NOT INVALID KEY
                           IF ESC-STATUS IS EQUAL TO "A"
                               DISPLAY "Loan "ESC-ACCOUNT-ID" already ha
      -                            "s an open escrow"
                               MOVE "n" TO WS-ESC-OK
                           ELSE
                               MOVE WS-ESC-AMMOUNT-IN TO ESC-PAYMENT
                               MOVE "A" TO ESC-STATUS
                               MOVE WS-ESC-TODAY TO ESC-OPENED-DATE
                               MOVE WS-ESC-TODAY TO ESC-NEXT-ANALYSIS
                               REWRITE ESCROW-RECORD
                                   INVALID KEY
                                       DISPLAY "Error: unable to reopen 
      -                                    "the escrow"
                                       MOVE "n" TO WS-ESC-OK
                               END-REWRITE
                           END-IF
                   END-READ
               CLOSE LOAN-ESCROW
           END-IF
           IF WS-ESC-OK IS EQUAL TO "y"
               DISPLAY "Escrow opened on loan "ESC-ACCOUNT-ID
                   " at "ESC-PAYMENT" a month"
               MOVE "ESC-OPEN" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING ESC-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE "none" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "payment " ESC-PAYMENT
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
      * Add or change one bill an escrow pays. The payee must already
      * be on the payee master and active
       WRITE-ESCROW-ITEM.
           MOVE "y" TO WS-ESC-OK
           DISPLAY "Enter loan account ID..."
           ACCEPT ESCI-ACCOUNT-ID
           DISPLAY "Enter bill number (01-20)..."
           ACCEPT ESCI-SEQ
           DISPLAY "Enter bill type. 'TAX' or 'INS'"
           ACCEPT WS-ESC-TYPE-IN
           DISPLAY "Enter payee ID..."
           ACCEPT WS-ESC-PAYEE-IN
           DISPLAY "Enter bill amount..."
           ACCEPT WS-ESC-AMMOUNT-IN
           DISPLAY "Enter months between bills (12, 6, 3 or 1)..."
           ACCEPT WS-ESC-EVERY-IN
           DISPLAY "Enter next due date (YYMMDD)..."
           ACCEPT WS-ESC-DUE-IN
           DISPLAY "Enter status. 'A' active or 'I' inactive"
           ACCEPT WS-ESC-STATUS-IN
           IF WS-ESC-TYPE-IN IS NOT EQUAL TO "TAX" AND
               WS-ESC-TYPE-IN IS NOT EQUAL TO "INS"
               DISPLAY "Bill type must be TAX or INS"
               MOVE "n" TO WS-ESC-OK
           END-IF
           IF ESCI-SEQ IS EQUAL TO 0 OR ESCI-SEQ > 20
               DISPLAY "Bill number must be 01 to 20"
               MOVE "n" TO WS-ESC-OK
           END-IF
           IF WS-ESC-EVERY-IN IS NOT EQUAL TO 12 AND
               WS-ESC-EVERY-IN IS NOT EQUAL TO 6 AND
               WS-ESC-EVERY-IN IS NOT EQUAL TO 3 AND
               WS-ESC-EVERY-IN IS NOT EQUAL TO 1
               DISPLAY "Months between bills must be 12, 6, 3 or 1"
               MOVE "n" TO WS-ESC-OK
           END-IF
           IF WS-ESC-STATUS-IN IS NOT EQUAL TO "A" AND
               WS-ESC-STATUS-IN IS NOT EQUAL TO "I"
               DISPLAY "Status must be A or I"
               MOVE "n" TO WS-ESC-OK
           END-IF
           MOVE ESCI-ACCOUNT-ID TO ESC-ACCOUNT-ID
           OPEN INPUT LOAN-ESCROW
               READ LOAN-ESCROW
                   INVALID KEY
                       DISPLAY "No escrow on loan "ESCI-ACCOUNT-ID
                       MOVE "n" TO WS-ESC-OK
                   NOT INVALID KEY
                       IF ESC-STATUS IS NOT EQUAL TO "A"
                           DISPLAY "The escrow on loan "ESCI-ACCOUNT-ID
                               " is closed"
                           MOVE "n" TO WS-ESC-OK
                       END-IF
               END-READ
           CLOSE LOAN-ESCROW
           MOVE WS-ESC-PAYEE-IN TO PAYEE-ID
           OPEN INPUT PAYEE-MASTER
               READ PAYEE-MASTER
                   INVALID KEY
                       DISPLAY "Unknown payee ID; staff must add the pay
      -                    "ee to the master first"
                       MOVE "n" TO WS-ESC-OK
                   NOT INVALID KEY
                       IF PAYEE-STATUS IS NOT EQUAL TO "A"
                           DISPLAY "Payee "PAYEE-ID" is not active"
                           MOVE "n" TO WS-ESC-OK
                       END-IF
               END-READ
           CLOSE PAYEE-MASTER
           IF WS-ESC-OK IS EQUAL TO "y"
               MOVE "none" TO WS-AUDIT-BEFORE
               OPEN I-O ESCROW-ITEMS
                   READ ESCROW-ITEMS
                       INVALID KEY MOVE 0 TO ESCI-LAST-PAID
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           STRING ESCI-TYPE " " ESCI-PAYEE-ID " "
                               ESCI-AMMOUNT " " ESCI-STATUS
                               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                           END-STRING
                   END-READ
                   MOVE WS-ESC-TYPE-IN TO ESCI-TYPE
                   MOVE WS-ESC-PAYEE-IN TO ESCI-PAYEE-ID
                   MOVE WS-ESC-AMMOUNT-IN TO ESCI-AMMOUNT
                   MOVE WS-ESC-EVERY-IN TO ESCI-EVERY-MONTHS
                   MOVE WS-ESC-DUE-IN TO ESCI-NEXT-DUE
                   MOVE WS-ESC-STATUS-IN TO ESCI-STATUS
                   WRITE ESCROW-ITEM-RECORD
                       INVALID KEY REWRITE ESCROW-ITEM-RECORD
                       END-REWRITE
                   END-WRITE
               CLOSE ESCROW-ITEMS
               DISPLAY "Escrow bill "ESCI-SEQ" saved on loan "
                   ESCI-ACCOUNT-ID
               MOVE "ESC-ITEM" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING ESCI-ACCOUNT-ID "-" ESCI-SEQ
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING ESCI-TYPE " " ESCI-PAYEE-ID " "
                   ESCI-AMMOUNT " " ESCI-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
      * Show one loan's escrow and the bills it pays
       SHOW-LOAN-ESCROW.
           DISPLAY "Enter loan account ID..."
           ACCEPT ESC-ACCOUNT-ID
           MOVE "y" TO WS-ESC-OK
           OPEN INPUT LOAN-ESCROW
               READ LOAN-ESCROW
                   INVALID KEY
                       DISPLAY "No escrow on loan "ESC-ACCOUNT-ID
                       MOVE "n" TO WS-ESC-OK
                   NOT INVALID KEY
                       DISPLAY "Escrow on loan "ESC-ACCOUNT-ID
                           " status "ESC-STATUS
                       DISPLAY "Balance "ESC-BALANCE" monthly payment "
                           ESC-PAYMENT
                       DISPLAY "Opened "ESC-OPENED-DATE
                           " last analysed "ESC-LAST-ANALYSIS
                           " next analysis "ESC-NEXT-ANALYSIS
               END-READ
           CLOSE LOAN-ESCROW
           IF WS-ESC-OK IS EQUAL TO "y"
               MOVE "n" TO WS-ESC-EOF
               MOVE ESC-ACCOUNT-ID TO ESCI-ACCOUNT-ID
               MOVE 0 TO ESCI-SEQ
               OPEN INPUT ESCROW-ITEMS
                   START ESCROW-ITEMS KEY IS GREATER THAN ESCI-KEY
                       INVALID KEY MOVE "y" TO WS-ESC-EOF
                   END-START
                   PERFORM UNTIL WS-ESC-EOF IS EQUAL TO "y"
                       READ ESCROW-ITEMS NEXT RECORD
                           AT END MOVE "y" TO WS-ESC-EOF
                       END-READ
                       IF WS-ESC-EOF IS NOT EQUAL TO "y"
                           IF ESCI-ACCOUNT-ID IS NOT EQUAL TO
                               ESC-ACCOUNT-ID
                               MOVE "y" TO WS-ESC-EOF
                           ELSE
                               DISPLAY "Bill "ESCI-SEQ" "ESCI-TYPE
                                   " payee "ESCI-PAYEE-ID" "
                                   ESCI-AMMOUNT" every "
                                   ESCI-EVERY-MONTHS" months next "
                                   ESCI-NEXT-DUE" status "ESCI-STATUS
                           END-IF
                       END-IF
                   END-PERFORM
               CLOSE ESCROW-ITEMS
           END-IF.
      * Close an escrow when its loan is paid off: what is left in it
      * goes back to the borrower's account. An escrow the bank has
      * advanced money on cannot be closed until the advance is repaid
       CLOSE-LOAN-ESCROW.
           MOVE "ES" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           DISPLAY "Enter loan account ID..."
           ACCEPT ESC-ACCOUNT-ID
           MOVE "n" TO WS-ESC-OK
           OPEN I-O LOAN-ESCROW
               READ LOAN-ESCROW
                   INVALID KEY
                       DISPLAY "No escrow on loan "ESC-ACCOUNT-ID
                   NOT INVALID KEY
                       IF ESC-STATUS IS NOT EQUAL TO "A"
                           DISPLAY "That escrow is already closed"
                       ELSE IF ESC-BALANCE < 0
                           DISPLAY "The escrow is short "ESC-BALANCE
                               "; the advance must be repaid first"
                       ELSE
                           MOVE "y" TO WS-ESC-OK
                       END-IF
                       END-IF
               END-READ
               IF WS-ESC-OK IS EQUAL TO "y" AND ESC-BALANCE > 0
                   PERFORM REFUND-ESCROW-BALANCE
               END-IF
               IF WS-ESC-OK IS EQUAL TO "y"
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "balance " ESC-BALANCE
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   END-STRING
                   MOVE 0 TO ESC-BALANCE
                   MOVE 0 TO ESC-PAYMENT
                   MOVE "C" TO ESC-STATUS
                   REWRITE ESCROW-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to close the escrow"
                   END-REWRITE
                   DISPLAY "Escrow on loan "ESC-ACCOUNT-ID" closed"
                   MOVE "ESC-CLOSE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING ESC-ACCOUNT-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE "closed" TO WS-AUDIT-AFTER
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           CLOSE LOAN-ESCROW.
      * Credit what is left in a closing escrow to the loan account.
      * A charged-off account takes it as a recovery; a closed one
      * takes nothing, and ops is told the refund went unapplied
       REFUND-ESCROW-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE ESC-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   DISPLAY "Error: unknown account for escrow refund "
                       ESC-ACCOUNT-ID
                   MOVE "n" TO WS-ESC-OK
               NOT INVALID KEY
                   IF BALANCE-STATUS IS EQUAL TO "X"
                       MOVE ESC-BALANCE TO WS-CO-PAID
                       MOVE "ESCROW REFUND" TO WS-CO-MEMO
                       PERFORM POST-DEPOSIT-RECOVERY
                   ELSE IF BALANCE-STATUS IS EQUAL TO "C"
                       PERFORM REPORT-UNAPPLIED-ESCROW-REFUND
                   ELSE
                       PERFORM POST-ESCROW-REFUND
                   END-IF
                   END-IF
           END-READ
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS.
       POST-ESCROW-REFUND.
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           ADD ESC-BALANCE TO BALANCE-AMMOUNT
           REWRITE BALANCES
               INVALID KEY
                   DISPLAY "Error: unable to refund the escrow"
           END-REWRITE
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE ESC-ACCOUNT-ID TO TRANSACTION-ID
           MOVE ESC-BALANCE TO TRANSACTION-AMMOUNT
           MOVE "+" TO TRANSACTION-SIGN
           MOVE "ESCROW REFUND" TO TRANSACTION-MEMO
           MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE ESC-ACCOUNT-ID TO WS-PJ-ACCOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
           MOVE "ESCROW REFUND" TO WS-PJ-SOURCE
           PERFORM WRITE-POSTING-JOURNAL
           DISPLAY "Escrow balance of "ESC-BALANCE
               " refunded to account "ESC-ACCOUNT-ID.
      * The escrow still closes; the money it held is left for ops to
      * return to the borrower outside the closed account
       REPORT-UNAPPLIED-ESCROW-REFUND.
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "escrow refund of " ESC-BALANCE " on loan "
               ESC-ACCOUNT-ID " unapplied: account is closed"
               DELIMITED BY SIZE
               INTO WS-OPS-MESSAGE
           END-STRING
           DISPLAY "Account "ESC-ACCOUNT-ID" is closed; the escrow bal"
               "ance of "ESC-BALANCE" is reported as an unapplied "
               "refund"
           MOVE "W" TO WS-OPS-SEVERITY
           PERFORM SEND-OPS-ALERT.
       READ-ESCROW-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-ESC-TODAY
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "ESCROW-LEAD-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-ESC-LEAD-DAYS
           END-IF
           MOVE "ESCROW-CUSHION-MOS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-ESC-CUSHION-MONTHS
           END-IF
           CLOSE BANK-PARAMETERS.
      * Batch job: every active escrow bill falling due within the
      * lead days is queued as an outbound payment to its payee and
      * drawn from the escrow balance; the end-of-day outbound run
      * sends it. A bill the balance cannot cover is still paid - the
      * escrow goes negative and the next analysis collects it back
       RUN-ESCROW-DISBURSEMENTS.
           PERFORM READ-ESCROW-PARAMETERS
           COMPUTE WS-ESC-YYYYMMDD = 20000000 + WS-ESC-TODAY
           COMPUTE WS-ESC-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ESC-YYYYMMDD)
           COMPUTE WS-ESC-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               WS-ESC-TODAY-INT + WS-ESC-LEAD-DAYS)
           COMPUTE WS-ESC-HORIZON = WS-ESC-YYYYMMDD - 20000000
           MOVE 0 TO WS-ESC-QUEUED-COUNT
           MOVE 0 TO WS-ESC-QUEUED-TOTAL
           MOVE 0 TO WS-ESC-SKIPPED-COUNT
           MOVE "n" TO WS-ESC-EOF
           OPEN I-O ESCROW-ITEMS
           OPEN I-O LOAN-ESCROW
           OPEN INPUT BALANCE-DETAILS
           MOVE LOW-VALUES TO ESCI-KEY
           START ESCROW-ITEMS KEY IS GREATER THAN ESCI-KEY
               INVALID KEY MOVE "y" TO WS-ESC-EOF
           END-START
           PERFORM UNTIL WS-ESC-EOF IS EQUAL TO "y"
               READ ESCROW-ITEMS NEXT RECORD
                   AT END MOVE "y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF IS NOT EQUAL TO "y" AND
                   ESCI-STATUS IS EQUAL TO "A" AND
                   ESCI-NEXT-DUE IS NOT EQUAL TO 0 AND
                   ESCI-NEXT-DUE IS LESS THAN OR EQUAL TO WS-ESC-HORIZON
                   PERFORM DISBURSE-ONE-ESCROW-ITEM
               END-IF
           END-PERFORM
           CLOSE ESCROW-ITEMS
           CLOSE LOAN-ESCROW
           CLOSE BALANCE-DETAILS
           DISPLAY "Escrow bills queued: "WS-ESC-QUEUED-COUNT
               " totaling "WS-ESC-QUEUED-TOTAL
           DISPLAY "Escrow bills held back: "WS-ESC-SKIPPED-COUNT.
      * Queue one bill. The queued payment is marked as an escrow
      * disbursement so the customer cannot cancel or amend it and
      * the outbound run funds it from escrow, not the deposit balance
       DISBURSE-ONE-ESCROW-ITEM.
           MOVE "y" TO WS-ESC-OK
           MOVE ESCI-ACCOUNT-ID TO ESC-ACCOUNT-ID
           READ LOAN-ESCROW
               INVALID KEY MOVE "n" TO WS-ESC-OK
               NOT INVALID KEY
                   IF ESC-STATUS IS NOT EQUAL TO "A"
                       MOVE "n" TO WS-ESC-OK
                   END-IF
           END-READ
           MOVE ESCI-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY MOVE "n" TO WS-ESC-OK
               NOT INVALID KEY CONTINUE
           END-READ
           IF WS-ESC-OK IS EQUAL TO "y"
               MOVE ESCI-PAYEE-ID TO PAYEE-ID
               PERFORM CHECK-PAYEE-USABLE
               MOVE WS-PAYEE-OK TO WS-ESC-OK
           END-IF
           IF WS-ESC-OK IS NOT EQUAL TO "y"
               ADD 1 TO WS-ESC-SKIPPED-COUNT
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "escrow bill " ESCI-ACCOUNT-ID "-" ESCI-SEQ
                   " due " ESCI-NEXT-DUE " could not be queued"
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "W" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO WS-TRANSACTION-DATE
               MOVE WS-CURRENT-TIME TO WS-TRANSACTION-TIME
               ADD WS-TRANSACTION-DATE TO WS-TRANSACTION-TIME
                   GIVING WS-TRANSACTION-DATE-DATA
               ADD WS-TRANSACTION-DATE-DATA TO ESCI-ACCOUNT-ID
                   GIVING OUTQ-ID
               MOVE ESCI-ACCOUNT-ID TO OUTQ-ACCOUNT-ID
               MOVE ESCI-AMMOUNT TO OUTQ-AMMOUNT
               MOVE BALANCE-CURRENCY TO OUTQ-CURRENCY
               MOVE PAYEE-NAME TO OUTQ-BENEFICIARY
               MOVE ESCI-PAYEE-ID TO OUTQ-PAYEE-ID
               MOVE "E" TO OUTQ-ORIGIN
               MOVE "n" TO OUTQ-HOLD
               MOVE "n" TO WS-ESC-QUEUED
               MOVE 0 TO WS-ESC-TRIES
               OPEN I-O OUTBOUND-QUEUE
      * Several bills on one loan can be queued in the same second;
      * a taken ID just moves on to the next one
                   PERFORM UNTIL WS-ESC-QUEUED IS EQUAL TO "y" OR
                       WS-ESC-TRIES > 50
                       WRITE OUTBOUND-QUEUE-RECORD
                           INVALID KEY
                               ADD 1 TO OUTQ-ID
                               ADD 1 TO WS-ESC-TRIES
                           NOT INVALID KEY
                               MOVE "y" TO WS-ESC-QUEUED
                       END-WRITE
                   END-PERFORM
               CLOSE OUTBOUND-QUEUE
               IF WS-ESC-QUEUED IS NOT EQUAL TO "y"
                   DISPLAY "Error: unable to queue escrow bill "
                       ESCI-ACCOUNT-ID"-"ESCI-SEQ
                   ADD 1 TO WS-ESC-SKIPPED-COUNT
               ELSE
                   SUBTRACT ESCI-AMMOUNT FROM ESC-BALANCE
                   REWRITE ESCROW-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to draw escrow on loan
      -                        " "ESC-ACCOUNT-ID
                   END-REWRITE
                   MOVE ESCI-NEXT-DUE TO ESCI-LAST-PAID
                   MOVE ESCI-NEXT-DUE TO WS-ESC-ROLL
                   MOVE ESCI-EVERY-MONTHS TO WS-ESC-ROLL-MONTHS
                   PERFORM ROLL-ESCROW-DUE-DATE
                   MOVE WS-ESC-ROLL TO ESCI-NEXT-DUE
                   REWRITE ESCROW-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to reschedule escrow b
      -                        "ill "ESCI-ACCOUNT-ID"-"ESCI-SEQ
                   END-REWRITE
                   ADD 1 TO WS-ESC-QUEUED-COUNT
                   ADD ESCI-AMMOUNT TO WS-ESC-QUEUED-TOTAL
                   DISPLAY "Queued escrow "ESCI-TYPE" bill of "
                       ESCI-AMMOUNT" for loan "ESCI-ACCOUNT-ID
                       " to "PAYEE-NAME
                   IF ESC-BALANCE < 0
                       DISPLAY "Escrow on loan "ESC-ACCOUNT-ID
                           " advanced; balance now "ESC-BALANCE
                   END-IF
               END-IF
           END-IF.
      * Move the date in WS-ESC-ROLL on by WS-ESC-ROLL-MONTHS
      * calendar months. Bills are not business-day adjusted; a bill
      * dated after the 28th is paid on the 28th
       ROLL-ESCROW-DUE-DATE.
           IF WS-ESC-ROLL-MONTHS IS EQUAL TO 0
               MOVE 12 TO WS-ESC-ROLL-MONTHS
           END-IF
           ADD WS-ESC-ROLL-MONTHS TO WS-ESC-ROLL-MM
           PERFORM UNTIL WS-ESC-ROLL-MM <= 12
               SUBTRACT 12 FROM WS-ESC-ROLL-MM
               ADD 1 TO WS-ESC-ROLL-YY
           END-PERFORM
           IF WS-ESC-ROLL-DD > 28
               MOVE 28 TO WS-ESC-ROLL-DD
           END-IF.
      * Called from the outbound run for a queued escrow bill: the
      * bill was drawn from escrow when it was queued, so the same
      * amount is credited to the loan account here for the payment
      * that follows to debit. The balance record is in the FD buffer
      * and rewritten by the caller
       FUND-ESCROW-DISBURSEMENT.
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           ADD OUTQ-AMMOUNT TO BALANCE-AMMOUNT
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE OUTQ-ACCOUNT-ID TO TRANSACTION-ID
           MOVE OUTQ-AMMOUNT TO TRANSACTION-AMMOUNT
           MOVE "+" TO TRANSACTION-SIGN
           MOVE "ESCROW DISBURSEMENT" TO TRANSACTION-MEMO
           MOVE OUTQ-CURRENCY TO TRANSACTION-CURRENCY
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE OUTQ-ACCOUNT-ID TO WS-PJ-ACCOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
           MOVE "ESCROW DISBURSE" TO WS-PJ-SOURCE
           PERFORM WRITE-POSTING-JOURNAL.
      * Batch job: the annual escrow analysis. Each escrow due for it
      * has the next twelve months of bills projected against the
      * payment it would need to cover them; the lowest projected
      * balance, measured against the cushion, gives the shortage or
      * surplus, which is spread over the coming year's payments. The
      * borrower is sent the result through CUSTOMER-NOTICE
       RUN-ESCROW-ANALYSIS.
           PERFORM READ-ESCROW-PARAMETERS
           MOVE WS-ESC-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "escrowanl." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-ESCROW-ANALYSIS-PATH
           MOVE 0 TO WS-ESC-ANALYSED
           MOVE "n" TO WS-ESC-EOF
           OPEN OUTPUT ESCROW-ANALYSIS-FILE
           OPEN I-O LOAN-ESCROW
           OPEN INPUT ESCROW-ITEMS
           MOVE LOW-VALUES TO ESC-ACCOUNT-ID
           START LOAN-ESCROW KEY IS GREATER THAN ESC-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-ESC-EOF
           END-START
           PERFORM UNTIL WS-ESC-EOF IS EQUAL TO "y"
               READ LOAN-ESCROW NEXT RECORD
                   AT END MOVE "y" TO WS-ESC-EOF
               END-READ
               IF WS-ESC-EOF IS NOT EQUAL TO "y" AND
                   ESC-STATUS IS EQUAL TO "A" AND
                   ESC-NEXT-ANALYSIS IS LESS THAN OR EQUAL TO
                   WS-ESC-TODAY
                   PERFORM ANALYSE-ONE-ESCROW
               END-IF
           END-PERFORM
           CLOSE LOAN-ESCROW
           CLOSE ESCROW-ITEMS
           CLOSE ESCROW-ANALYSIS-FILE
           MOVE "ESCROW ANALYSIS" TO WS-RC-TYPE
           MOVE WS-ESC-ANALYSED TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Escrows analysed: "WS-ESC-ANALYSED.
       ANALYSE-ONE-ESCROW.
           PERFORM LOAD-ESCROW-ITEM-TABLE
           COMPUTE WS-ESC-BASE ROUNDED = WS-ESC-ANNUAL / 12
           COMPUTE WS-ESC-CUSHION = WS-ESC-BASE * WS-ESC-CUSHION-MONTHS
      * Walk the coming twelve months from today: each month's base
      * payment goes in, each bill falling due that month comes out
           MOVE WS-ESC-TODAY TO WS-ESC-ROLL
           COMPUTE WS-ESC-START-MONTH = WS-ESC-ROLL-YY * 12 +
               WS-ESC-ROLL-MM
           MOVE ESC-BALANCE TO WS-ESC-RUNNING
           MOVE ESC-BALANCE TO WS-ESC-LOW-POINT
           PERFORM VARYING WS-ESC-MONTH-IDX FROM 1 BY 1
               UNTIL WS-ESC-MONTH-IDX > 12
               COMPUTE WS-ESC-MONTH =
                   WS-ESC-START-MONTH + WS-ESC-MONTH-IDX
               ADD WS-ESC-BASE TO WS-ESC-RUNNING
               PERFORM VARYING WS-ESC-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ESC-ITEM-IDX > WS-ESC-ITEM-COUNT
                   IF ESC-ITEM-FIRST-MONTH(WS-ESC-ITEM-IDX) <=
                       WS-ESC-MONTH AND
                       FUNCTION MOD(WS-ESC-MONTH -
                       ESC-ITEM-FIRST-MONTH(WS-ESC-ITEM-IDX),
                       ESC-ITEM-EVERY(WS-ESC-ITEM-IDX)) = 0
                       SUBTRACT ESC-ITEM-AMMOUNT(WS-ESC-ITEM-IDX)
                           FROM WS-ESC-RUNNING
                   END-IF
               END-PERFORM
               IF WS-ESC-RUNNING < WS-ESC-LOW-POINT
                   MOVE WS-ESC-RUNNING TO WS-ESC-LOW-POINT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ESC-SHORTAGE
           MOVE 0 TO WS-ESC-SURPLUS
           IF WS-ESC-LOW-POINT < WS-ESC-CUSHION
               COMPUTE WS-ESC-SHORTAGE =
                   WS-ESC-CUSHION - WS-ESC-LOW-POINT
           ELSE
               COMPUTE WS-ESC-SURPLUS =
                   WS-ESC-LOW-POINT - WS-ESC-CUSHION
           END-IF
           COMPUTE WS-ESC-NEW-PAYMENT ROUNDED = WS-ESC-BASE +
               (WS-ESC-SHORTAGE / 12) - (WS-ESC-SURPLUS / 12)
           IF WS-ESC-NEW-PAYMENT < 0
               MOVE 0 TO WS-ESC-NEW-PAYMENT
           END-IF
           MOVE ESC-PAYMENT TO WS-ESC-OLD-PAYMENT
           MOVE WS-ESC-NEW-PAYMENT TO ESC-PAYMENT
           MOVE WS-ESC-TODAY TO ESC-LAST-ANALYSIS
      * Next analysis a year on; 29 February falls back to the 28th
           COMPUTE ESC-NEXT-ANALYSIS = WS-ESC-TODAY + 10000
           IF FUNCTION MOD(ESC-NEXT-ANALYSIS, 10000) IS EQUAL TO 229
               SUBTRACT 1 FROM ESC-NEXT-ANALYSIS
           END-IF
           REWRITE ESCROW-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to update escrow on loan "
                       ESC-ACCOUNT-ID
           END-REWRITE
           MOVE SPACES TO ESCROW-ANALYSIS-LINE
           STRING "ESCROW loan=" ESC-ACCOUNT-ID
               " balance=" ESC-BALANCE
               " bills=" WS-ESC-ITEM-COUNT
               " annual=" WS-ESC-ANNUAL
               " low-point=" WS-ESC-LOW-POINT
               " cushion=" WS-ESC-CUSHION
               " shortage=" WS-ESC-SHORTAGE
               " surplus=" WS-ESC-SURPLUS
               DELIMITED BY SIZE INTO ESCROW-ANALYSIS-LINE
           END-STRING
           WRITE ESCROW-ANALYSIS-LINE
           DISPLAY ESCROW-ANALYSIS-LINE
           MOVE SPACES TO ESCROW-ANALYSIS-LINE
           STRING "PAYMENT loan=" ESC-ACCOUNT-ID
               " old=" WS-ESC-OLD-PAYMENT
               " new=" ESC-PAYMENT
               " next-analysis=" ESC-NEXT-ANALYSIS
               DELIMITED BY SIZE INTO ESCROW-ANALYSIS-LINE
           END-STRING
           WRITE ESCROW-ANALYSIS-LINE
           DISPLAY ESCROW-ANALYSIS-LINE
           ADD 1 TO WS-ESC-ANALYSED
           MOVE "ESCROW-ANALY" TO WS-NOTICE-EVENT
           MOVE ESC-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           IF WS-ESC-SHORTAGE > 0
               STRING "pmt " ESC-PAYMENT " shortage " WS-ESC-SHORTAGE
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
           ELSE
               STRING "pmt " ESC-PAYMENT " surplus " WS-ESC-SURPLUS
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
           END-IF
           PERFORM SEND-CUSTOMER-NOTICE.
      * Load the escrow's active bills, with the year they add up to;
      * each bill's first due month is kept as a month count so the
      * projection can step through months without date arithmetic
       LOAD-ESCROW-ITEM-TABLE.
           MOVE 0 TO WS-ESC-ITEM-COUNT
           MOVE 0 TO WS-ESC-ANNUAL
           MOVE "n" TO WS-ESC-OK
           MOVE ESC-ACCOUNT-ID TO ESCI-ACCOUNT-ID
           MOVE 0 TO ESCI-SEQ
           START ESCROW-ITEMS KEY IS GREATER THAN ESCI-KEY
               INVALID KEY MOVE "y" TO WS-ESC-OK
           END-START
           PERFORM UNTIL WS-ESC-OK IS EQUAL TO "y"
               READ ESCROW-ITEMS NEXT RECORD
                   AT END MOVE "y" TO WS-ESC-OK
               END-READ
               IF WS-ESC-OK IS NOT EQUAL TO "y"
                   IF ESCI-ACCOUNT-ID IS NOT EQUAL TO ESC-ACCOUNT-ID
                       MOVE "y" TO WS-ESC-OK
                   ELSE IF ESCI-STATUS IS EQUAL TO "A" AND
                       WS-ESC-ITEM-COUNT < 20
                       ADD 1 TO WS-ESC-ITEM-COUNT
                       MOVE ESCI-AMMOUNT TO
                           ESC-ITEM-AMMOUNT(WS-ESC-ITEM-COUNT)
                       MOVE ESCI-EVERY-MONTHS TO
                           ESC-ITEM-EVERY(WS-ESC-ITEM-COUNT)
                       IF ESCI-EVERY-MONTHS IS EQUAL TO 0
                           MOVE 12 TO
                               ESC-ITEM-EVERY(WS-ESC-ITEM-COUNT)
                       END-IF
                       MOVE ESCI-NEXT-DUE TO WS-ESC-ROLL
                       COMPUTE ESC-ITEM-FIRST-MONTH(WS-ESC-ITEM-COUNT)
                           = WS-ESC-ROLL-YY * 12 + WS-ESC-ROLL-MM
                       COMPUTE WS-ESC-ANNUAL = WS-ESC-ANNUAL +
                           ESCI-AMMOUNT * 12 /
                           ESC-ITEM-EVERY(WS-ESC-ITEM-COUNT)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       READ-CHARGEOFF-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-CO-TODAY
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "CHARGEOFF-LOAN-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CO-LOAN-DAYS
           END-IF
           MOVE "CHARGEOFF-OD-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CO-OD-DAYS
           END-IF
           MOVE "CHARGEOFF-LOSS-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CO-LOSS-GL
           END-IF
           MOVE "RECOVERY-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CO-RECOVERY-GL
           END-IF
           MOVE "LOAN-PRINCIPAL-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CO-LOAN-GL
           END-IF
           CLOSE BANK-PARAMETERS
           COMPUTE WS-CO-YYYYMMDD = 20000000 + WS-CO-TODAY
           COMPUTE WS-CO-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CO-YYYYMMDD).
      * Batch job: write off every loan delinquent longer than
      * CHARGEOFF-LOAN-DAYS and every deposit account overdrawn longer
      * than CHARGEOFF-OD-DAYS. A charged-off loan takes no further
      * payments, resets or aging; a charged-off deposit account is
      * brought back to zero, takes no further debits, fees or
      * interest, and any later credit to it posts as a recovery
       RUN-CHARGEOFF-BATCH.
           MOVE "CO" TO WS-TX-CHANNEL
           MOVE "CHARGOFF" TO WS-TX-OPERATOR
           PERFORM READ-CHARGEOFF-PARAMETERS
           MOVE 0 TO WS-CO-LOAN-COUNT
           MOVE 0 TO WS-CO-LOAN-TOTAL
           MOVE 0 TO WS-CO-DEP-COUNT
           MOVE 0 TO WS-CO-DEP-TOTAL
           MOVE 0 TO WS-CO-UNAGED-COUNT
           MOVE "n" TO WS-CO-EOF
           OPEN I-O LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-CO-EOF
           END-START
           PERFORM UNTIL WS-CO-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-CO-EOF
               END-READ
               IF WS-CO-EOF IS NOT EQUAL TO "y" AND
                   LOAN-DELINQ-STATUS IS NOT EQUAL TO "X" AND
                   LOAN-DELINQ-SINCE > 0 AND LOAN-TERM > 0
                   COMPUTE WS-CO-YYYYMMDD = 20000000 + LOAN-DELINQ-SINCE
                   COMPUTE WS-CO-SINCE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CO-YYYYMMDD)
                   COMPUTE WS-CO-DAYS =
                       WS-CO-TODAY-INT - WS-CO-SINCE-INT
                   IF WS-CO-DAYS > WS-CO-LOAN-DAYS
                       PERFORM CHARGE-OFF-ONE-LOAN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           MOVE "n" TO WS-CO-EOF
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE LOW-VALUES TO BALANCE-ID
           START BALANCE-DETAILS KEY IS GREATER THAN BALANCE-ID
               INVALID KEY MOVE "y" TO WS-CO-EOF
           END-START
           PERFORM UNTIL WS-CO-EOF IS EQUAL TO "y"
               READ BALANCE-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-CO-EOF
               END-READ
               IF WS-CO-EOF IS NOT EQUAL TO "y" AND
                   BALANCE-AMMOUNT < 0 AND
                   BALANCE-STATUS IS NOT EQUAL TO "X" AND
                   BALANCE-STATUS IS NOT EQUAL TO "C"
      * Aged from the last snapshot on which the account was not
      * negative, as the overdrawn-aging report does; an account with
      * no such snapshot cannot be aged and is never written off on
      * a guess
                   PERFORM FIND-LAST-NON-NEGATIVE-DATE
                   IF WS-OA-LAST-GOOD-DATE IS EQUAL TO 0
                       ADD 1 TO WS-CO-UNAGED-COUNT
                       DISPLAY "Overdrawn account "BALANCE-ID
                           " has no non-negative snapshot; not aged"
                   ELSE
                       COMPUTE WS-CO-YYYYMMDD =
                           20000000 + WS-OA-LAST-GOOD-DATE
                       COMPUTE WS-CO-SINCE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CO-YYYYMMDD)
                       COMPUTE WS-CO-DAYS =
                           WS-CO-TODAY-INT - WS-CO-SINCE-INT
                       IF WS-CO-SINCE-INT > 0 AND
                           WS-CO-DAYS > WS-CO-OD-DAYS
                           PERFORM CHARGE-OFF-ONE-DEPOSIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           DISPLAY "Loans charged off: "WS-CO-LOAN-COUNT
               " totaling "WS-CO-LOAN-TOTAL
           DISPLAY "Deposit accounts charged off: "WS-CO-DEP-COUNT
               " totaling "WS-CO-DEP-TOTAL
           DISPLAY "Overdrawn accounts that could not be aged: "
               WS-CO-UNAGED-COUNT.
      * Write off the loan's remaining principal and mark it charged
      * off; the delinquency date is kept for the credit bureau
       CHARGE-OFF-ONE-LOAN.
           PERFORM FIND-LOAN-REMAINING-PRINCIPAL
           MOVE "X" TO LOAN-DELINQ-STATUS
           REWRITE LOANS
               INVALID KEY
                   DISPLAY "Error: unable to charge off loan "
                       LOAN-ACCOUNT-ID
           END-REWRITE
           MOVE LOAN-ACCOUNT-ID TO WS-CO-ACCOUNT
           MOVE "L" TO WS-CO-TYPE
           MOVE "C" TO WS-CO-EVENT
           MOVE WS-VR-REMAIN TO WS-CO-AMMOUNT
           PERFORM WRITE-CHARGEOFF-LEDGER
           ADD 1 TO WS-CO-LOAN-COUNT
           ADD WS-VR-REMAIN TO WS-CO-LOAN-TOTAL
           DISPLAY "Charged off loan "LOAN-ACCOUNT-ID" principal "
               WS-VR-REMAIN" after "WS-CO-DAYS" days delinquent"
           MOVE "CO-LOAN" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING LOAN-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "principal " WS-VR-REMAIN
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "charged off" TO WS-AUDIT-AFTER
           MOVE WS-TX-OPERATOR TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION
           MOVE "CHARGED-OFF" TO WS-NOTICE-EVENT
           MOVE LOAN-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "loan principal " WS-VR-REMAIN
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE.
      * Bring the overdrawn balance back to zero with a CHARGE-OFF
      * credit and mark the account charged off
       CHARGE-OFF-ONE-DEPOSIT.
           COMPUTE WS-CO-AMMOUNT = 0 - BALANCE-AMMOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           MOVE 0 TO BALANCE-AMMOUNT
           MOVE "X" TO BALANCE-STATUS
           REWRITE BALANCES
               INVALID KEY
                   DISPLAY "Error: unable to charge off account "
                       BALANCE-ID
           END-REWRITE
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE BALANCE-ID TO TRANSACTION-ID
           MOVE WS-CO-AMMOUNT TO TRANSACTION-AMMOUNT
           MOVE "+" TO TRANSACTION-SIGN
           MOVE "CHARGE-OFF" TO TRANSACTION-MEMO
           MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE BALANCE-ID TO WS-PJ-ACCOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
           MOVE "CHARGE-OFF" TO WS-PJ-SOURCE
           PERFORM WRITE-POSTING-JOURNAL
           MOVE BALANCE-ID TO WS-CO-ACCOUNT
           MOVE "D" TO WS-CO-TYPE
           MOVE "C" TO WS-CO-EVENT
           PERFORM WRITE-CHARGEOFF-LEDGER
           ADD 1 TO WS-CO-DEP-COUNT
           ADD WS-CO-AMMOUNT TO WS-CO-DEP-TOTAL
           DISPLAY "Charged off account "BALANCE-ID" overdrawn "
               WS-CO-AMMOUNT" for "WS-CO-DAYS" days"
           MOVE "CO-DEPOSIT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING BALANCE-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "overdrawn " WS-CO-AMMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "charged off" TO WS-AUDIT-AFTER
           MOVE WS-TX-OPERATOR TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION
           MOVE "CHARGED-OFF" TO WS-NOTICE-EVENT
           MOVE BALANCE-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "overdrawn balance " WS-CO-AMMOUNT
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE.
      * Append one event to the charged-off ledger; the caller fills
      * WS-CO-ACCOUNT, TYPE, EVENT and AMMOUNT (and WS-CO-DAYS for a
      * charge-off)
       WRITE-CHARGEOFF-LEDGER.
           MOVE "CHARGEOFF" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "CHARGEOFF" TO SEQ-NAME
                       MOVE 1 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the charg"
                                   "e-off sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO WS-CO-NEW-ID
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the charge-o"
                           "ff sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL
           MOVE WS-CO-NEW-ID TO CO-ID
           MOVE WS-CO-ACCOUNT TO CO-ACCOUNT-ID
           MOVE WS-CO-TYPE TO CO-TYPE
           MOVE WS-CO-EVENT TO CO-EVENT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO CO-DATE
           MOVE WS-CO-AMMOUNT TO CO-AMMOUNT
           IF WS-CO-EVENT IS EQUAL TO "C"
               MOVE WS-CO-DAYS TO CO-DAYS-PAST-DUE
           ELSE
               MOVE 0 TO CO-DAYS-PAST-DUE
           END-IF
           MOVE WS-TX-OPERATOR TO CO-OPERATOR
           OPEN I-O CHARGEOFF-LEDGER
               WRITE CHARGEOFF-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to write charge-off ledger
      -                    " entry "CO-ID
               END-WRITE
           CLOSE CHARGEOFF-LEDGER.
      * What has been written off and recovered so far on one
      * charged-off item, WS-CO-ACCOUNT of type WS-CO-TYPE
       SUM-CHARGEOFF-LEDGER.
           MOVE 0 TO WS-CO-WRITTEN
           MOVE 0 TO WS-CO-RECOVERED
           MOVE "n" TO WS-CO-LEDGER-EOF
           MOVE WS-CO-ACCOUNT TO CO-ACCOUNT-ID
           OPEN INPUT CHARGEOFF-LEDGER
               START CHARGEOFF-LEDGER KEY IS EQUAL TO CO-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-CO-LEDGER-EOF
               END-START
               PERFORM UNTIL WS-CO-LEDGER-EOF IS EQUAL TO "y"
                   READ CHARGEOFF-LEDGER NEXT RECORD
                       AT END MOVE "y" TO WS-CO-LEDGER-EOF
                   END-READ
                   IF WS-CO-LEDGER-EOF IS NOT EQUAL TO "y" AND
                       CO-ACCOUNT-ID IS EQUAL TO WS-CO-ACCOUNT
                       IF CO-TYPE IS EQUAL TO WS-CO-TYPE
                           IF CO-EVENT IS EQUAL TO "C"
                               ADD CO-AMMOUNT TO WS-CO-WRITTEN
                           ELSE
                               ADD CO-AMMOUNT TO WS-CO-RECOVERED
                           END-IF
                       END-IF
                   ELSE IF WS-CO-LEDGER-EOF IS NOT EQUAL TO "y"
      * CO-ACCOUNT-ID is the alternate key the scan is ordered on, so
      * once it stops matching the rest of the file can't match either
                       MOVE "y" TO WS-CO-LEDGER-EOF
                   END-IF
               END-PERFORM
           CLOSE CHARGEOFF-LEDGER
           COMPUTE WS-CO-OUTSTANDING = WS-CO-WRITTEN - WS-CO-RECOVERED.
      * Split a payment of WS-CO-PAID against the charged-off item
      * into the recovery (up to what is still written off) and any
      * excess, which is an ordinary credit
       SPLIT-RECOVERY-PAYMENT.
           PERFORM SUM-CHARGEOFF-LEDGER
           MOVE 0 TO WS-CO-EXCESS
           IF WS-CO-OUTSTANDING < 0
               MOVE 0 TO WS-CO-OUTSTANDING
           END-IF
           IF WS-CO-PAID > WS-CO-OUTSTANDING
               MOVE WS-CO-OUTSTANDING TO WS-CO-RECOVERY
               COMPUTE WS-CO-EXCESS = WS-CO-PAID - WS-CO-OUTSTANDING
           ELSE
               MOVE WS-CO-PAID TO WS-CO-RECOVERY
           END-IF.
      * A credit of WS-CO-PAID arriving in a batch for a charged-off
      * deposit account. The recovery is booked as a RECOVERY entry
      * that leaves the balance at zero; anything beyond what was
      * written off posts as an ordinary credit with memo WS-CO-MEMO.
      * The balance record is in the FD buffer, BALANCE-DETAILS and
      * TRANSACTION-DETAILS are open I-O
       POST-DEPOSIT-RECOVERY.
           MOVE BALANCE-ID TO WS-CO-ACCOUNT
           MOVE "D" TO WS-CO-TYPE
           PERFORM SPLIT-RECOVERY-PAYMENT
           IF WS-CO-RECOVERY > 0
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE BALANCE-ID TO TRANSACTION-ID
               MOVE WS-CO-RECOVERY TO TRANSACTION-AMMOUNT
               MOVE "+" TO TRANSACTION-SIGN
               MOVE "RECOVERY" TO TRANSACTION-MEMO
               MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE "R" TO WS-CO-EVENT
               MOVE WS-CO-RECOVERY TO WS-CO-AMMOUNT
               PERFORM WRITE-CHARGEOFF-LEDGER
               DISPLAY "Recovery of "WS-CO-RECOVERY
                   " taken on charged-off account "BALANCE-ID
           END-IF
           IF WS-CO-EXCESS > 0
               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
               ADD WS-CO-EXCESS TO BALANCE-AMMOUNT
               REWRITE BALANCES
                   INVALID KEY
                       DISPLAY "Error: unable to post credit for account
      -                    " "BALANCE-ID
               END-REWRITE
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE BALANCE-ID TO TRANSACTION-ID
               MOVE WS-CO-EXCESS TO TRANSACTION-AMMOUNT
               MOVE "+" TO TRANSACTION-SIGN
               MOVE WS-CO-MEMO TO TRANSACTION-MEMO
               MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE BALANCE-ID TO WS-PJ-ACCOUNT
               MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
               MOVE "RECOVERY" TO WS-PJ-SOURCE
               PERFORM WRITE-POSTING-JOURNAL
           END-IF.
      * The session "deposit" command on a charged-off account: the
      * money is taken as a recovery, and only what exceeds the
      * written-off amount reaches the balance saved at sign-off
       TAKE-CHARGED-OFF-DEPOSIT.
           DISPLAY "This account has been charged off; the deposit will 
      -        "be taken as a recovery"
           DISPLAY "Enter an amount to deposit..."
           ACCEPT WS-CO-PAID
           MOVE CREATE-ACCOUNT-ID TO WS-CO-ACCOUNT
           MOVE "D" TO WS-CO-TYPE
           PERFORM SPLIT-RECOVERY-PAYMENT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O TRANSACTION-DETAILS
               IF WS-CO-RECOVERY > 0
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE CREATE-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE WS-CO-RECOVERY TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE "RECOVERY" TO TRANSACTION-MEMO
                   MOVE WS-ACCOUNT-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-INTENDED-TRANSACTION
               END-IF
               IF WS-CO-EXCESS > 0
                   ADD WS-CO-EXCESS TO WS-ACCOUNT-VALUE
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE CREATE-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE WS-CO-EXCESS TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE "DEPOSIT" TO TRANSACTION-MEMO
                   MOVE WS-ACCOUNT-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-INTENDED-TRANSACTION
               END-IF
           CLOSE TRANSACTION-DETAILS
           IF WS-CO-RECOVERY > 0
               MOVE "R" TO WS-CO-EVENT
               MOVE WS-CO-RECOVERY TO WS-CO-AMMOUNT
               PERFORM WRITE-CHARGEOFF-LEDGER
           END-IF
           DISPLAY WS-CO-RECOVERY" taken as a recovery; "WS-CO-EXCESS
               " added to your account"
           MOVE "+" TO WS-DRAWER-CASH-SIGN
           MOVE WS-CO-PAID TO WS-DRAWER-CASH-AMMOUNT
           PERFORM UPDATE-DRAWER-TOTALS.
      * Staff-facing recovery against a charged-off loan or deposit
      * account. A loan recovery is drawn from the borrower's deposit
      * account and can be no more than is still written off; a
      * deposit recovery is money received for the charged-off
      * account itself
       TAKE-CHARGEOFF-RECOVERY.
           MOVE "CO" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           MOVE "y" TO WS-CO-OK
           DISPLAY "Enter charged-off account ID..."
           ACCEPT WS-CO-ACCOUNT
           DISPLAY "Enter 'L' for a charged-off loan or 'D' for a charge
      -        "d-off deposit account"
           ACCEPT WS-CO-TYPE
           DISPLAY "Enter the amount received..."
           ACCEPT WS-CO-PAID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           IF WS-CO-TYPE IS EQUAL TO "L"
               MOVE WS-CO-ACCOUNT TO LOAN-ACCOUNT-ID
               OPEN INPUT LOAN-DETAILS
                   READ LOAN-DETAILS
                       INVALID KEY
                           DISPLAY "No loan on account "WS-CO-ACCOUNT
                           MOVE "n" TO WS-CO-OK
                       NOT INVALID KEY
                           IF LOAN-DELINQ-STATUS IS NOT EQUAL TO "X"
                               DISPLAY "Loan "WS-CO-ACCOUNT" is not char
      -                            "ged off; take a normal payment"
                               MOVE "n" TO WS-CO-OK
                           END-IF
                   END-READ
               CLOSE LOAN-DETAILS
               IF WS-CO-OK IS EQUAL TO "y"
                   PERFORM SPLIT-RECOVERY-PAYMENT
                   IF WS-CO-EXCESS > 0
                       DISPLAY "Only "WS-CO-OUTSTANDING" remains charged
      -                    " off on this loan"
                       MOVE "n" TO WS-CO-OK
                   END-IF
               END-IF
               IF WS-CO-OK IS EQUAL TO "y"
                   PERFORM TAKE-LOAN-RECOVERY
               END-IF
           ELSE IF WS-CO-TYPE IS EQUAL TO "D"
               MOVE "RECOVERY" TO WS-CO-MEMO
               OPEN I-O BALANCE-DETAILS
               OPEN I-O TRANSACTION-DETAILS
               MOVE WS-CO-ACCOUNT TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: account does not exist"
                       MOVE "n" TO WS-CO-OK
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS NOT EQUAL TO "X"
                           DISPLAY "Account "WS-CO-ACCOUNT" is not charg
      -                        "ed off; take a normal deposit"
                           MOVE "n" TO WS-CO-OK
                       ELSE
                           PERFORM POST-DEPOSIT-RECOVERY
                       END-IF
               END-READ
               CLOSE BALANCE-DETAILS
               CLOSE TRANSACTION-DETAILS
           ELSE
               DISPLAY "Type must be L or D"
               MOVE "n" TO WS-CO-OK
           END-IF
           END-IF
           IF WS-CO-OK IS EQUAL TO "y"
               MOVE "CO-RECOVERY" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING WS-CO-ACCOUNT " " WS-CO-TYPE
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "outstanding " WS-CO-OUTSTANDING
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "recovered " WS-CO-RECOVERY
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
      * Draw a loan recovery from the borrower's deposit account,
      * which must itself be in good standing and able to cover it
       TAKE-LOAN-RECOVERY.
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE WS-CO-ACCOUNT TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   DISPLAY "Error: account does not exist"
                   MOVE "n" TO WS-CO-OK
               NOT INVALID KEY
                   IF BALANCE-STATUS IS EQUAL TO "X" OR
                       BALANCE-STATUS IS EQUAL TO "C" OR
                       BALANCE-STATUS IS EQUAL TO "H"
                       DISPLAY "The deposit account cannot be debited; "
                           "take the recovery as a deposit recovery"
                       MOVE "n" TO WS-CO-OK
                   ELSE IF WS-CO-RECOVERY > BALANCE-AMMOUNT
                       DISPLAY "Insufficient funds for the recovery"
                       MOVE "n" TO WS-CO-OK
                   ELSE
                       MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                       SUBTRACT WS-CO-RECOVERY FROM BALANCE-AMMOUNT
                       REWRITE BALANCES
                           INVALID KEY
                               DISPLAY "Error: unable to post the recove
      -                            "ry"
                       END-REWRITE
                       MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                       MOVE BALANCE-ID TO TRANSACTION-ID
                       MOVE WS-CO-RECOVERY TO TRANSACTION-AMMOUNT
                       MOVE "-" TO TRANSACTION-SIGN
                       MOVE "LOAN RECOVERY" TO TRANSACTION-MEMO
                       MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                       PERFORM WRITE-TRANSACTION-RECORD
                       MOVE BALANCE-ID TO WS-PJ-ACCOUNT
                       MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                       MOVE "LOAN RECOVERY" TO WS-PJ-SOURCE
                       PERFORM WRITE-POSTING-JOURNAL
                       MOVE "R" TO WS-CO-EVENT
                       MOVE WS-CO-RECOVERY TO WS-CO-AMMOUNT
                       PERFORM WRITE-CHARGEOFF-LEDGER
                       DISPLAY "Recovery of "WS-CO-RECOVERY
                           " taken on charged-off loan "WS-CO-ACCOUNT
                   END-IF
                   END-IF
           END-READ
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS.
      * Monthly report for the board: every charge-off and recovery
      * in the month, the month's totals, and the life-to-date loss
      * net of recoveries
       CHARGEOFF-REPORT.
           DISPLAY "Enter report year and month (YYYYMM)..."
           ACCEPT WS-CO-MONTH
           COMPUTE WS-CO-REPORT-YYMM = WS-CO-MONTH - 200000
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "chargeoff." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CHARGEOFF-REPORT-PATH
           MOVE 0 TO WS-CO-LOAN-COUNT
           MOVE 0 TO WS-CO-LOAN-TOTAL
           MOVE 0 TO WS-CO-DEP-COUNT
           MOVE 0 TO WS-CO-DEP-TOTAL
           MOVE 0 TO WS-CO-REC-COUNT
           MOVE 0 TO WS-CO-REC-TOTAL
           MOVE 0 TO WS-CO-LTD-WRITTEN
           MOVE 0 TO WS-CO-LTD-RECOVERED
           MOVE "n" TO WS-CO-LEDGER-EOF
           OPEN OUTPUT CHARGEOFF-REPORT-FILE
           MOVE SPACES TO CHARGEOFF-REPORT-LINE
           STRING "CHARGE-OFF AND RECOVERY REPORT month=" WS-CO-MONTH
               DELIMITED BY SIZE INTO CHARGEOFF-REPORT-LINE
           END-STRING
           WRITE CHARGEOFF-REPORT-LINE
           OPEN INPUT CHARGEOFF-LEDGER
               MOVE LOW-VALUES TO CO-ID
               START CHARGEOFF-LEDGER KEY IS GREATER THAN CO-ID
                   INVALID KEY MOVE "y" TO WS-CO-LEDGER-EOF
               END-START
               PERFORM UNTIL WS-CO-LEDGER-EOF IS EQUAL TO "y"
                   READ CHARGEOFF-LEDGER NEXT RECORD
                       AT END MOVE "y" TO WS-CO-LEDGER-EOF
                   END-READ
                   IF WS-CO-LEDGER-EOF IS NOT EQUAL TO "y"
                       PERFORM REPORT-ONE-CHARGEOFF-EVENT
                   END-IF
               END-PERFORM
           CLOSE CHARGEOFF-LEDGER
           MOVE SPACES TO CHARGEOFF-REPORT-LINE
           STRING "MONTH loans=" WS-CO-LOAN-COUNT
               " loan-total=" WS-CO-LOAN-TOTAL
               " deposits=" WS-CO-DEP-COUNT
               " deposit-total=" WS-CO-DEP-TOTAL
               DELIMITED BY SIZE INTO CHARGEOFF-REPORT-LINE
           END-STRING
           WRITE CHARGEOFF-REPORT-LINE
           DISPLAY CHARGEOFF-REPORT-LINE
           MOVE SPACES TO CHARGEOFF-REPORT-LINE
           STRING "MONTH recoveries=" WS-CO-REC-COUNT
               " recovery-total=" WS-CO-REC-TOTAL
               DELIMITED BY SIZE INTO CHARGEOFF-REPORT-LINE
           END-STRING
           WRITE CHARGEOFF-REPORT-LINE
           DISPLAY CHARGEOFF-REPORT-LINE
           COMPUTE WS-CO-NET-LOSS =
               WS-CO-LTD-WRITTEN - WS-CO-LTD-RECOVERED
           MOVE SPACES TO CHARGEOFF-REPORT-LINE
           STRING "TO-DATE written-off=" WS-CO-LTD-WRITTEN
               " recovered=" WS-CO-LTD-RECOVERED
               " net-loss=" WS-CO-NET-LOSS
               DELIMITED BY SIZE INTO CHARGEOFF-REPORT-LINE
           END-STRING
           WRITE CHARGEOFF-REPORT-LINE
           DISPLAY CHARGEOFF-REPORT-LINE
           CLOSE CHARGEOFF-REPORT-FILE
           MOVE "CHARGE-OFFS" TO WS-RC-TYPE
           COMPUTE WS-RC-COUNT = WS-CO-LOAN-COUNT + WS-CO-DEP-COUNT +
               WS-CO-REC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Tally one ledger event into the life-to-date totals and, when
      * it falls in the report month, list it and add it to the
      * month's totals
       REPORT-ONE-CHARGEOFF-EVENT.
           IF CO-EVENT IS EQUAL TO "C"
               ADD CO-AMMOUNT TO WS-CO-LTD-WRITTEN
           ELSE
               ADD CO-AMMOUNT TO WS-CO-LTD-RECOVERED
           END-IF
           DIVIDE CO-DATE BY 100 GIVING WS-CO-EVENT-YYMM
           IF WS-CO-EVENT-YYMM IS EQUAL TO WS-CO-REPORT-YYMM
               MOVE SPACES TO CHARGEOFF-REPORT-LINE
               IF CO-EVENT IS EQUAL TO "C"
                   STRING "CHARGE-OFF account=" CO-ACCOUNT-ID
                       " type=" CO-TYPE
                       " date=" CO-DATE
                       " ammount=" CO-AMMOUNT
                       " days=" CO-DAYS-PAST-DUE
                       DELIMITED BY SIZE INTO CHARGEOFF-REPORT-LINE
                   END-STRING
                   IF CO-TYPE IS EQUAL TO "L"
                       ADD 1 TO WS-CO-LOAN-COUNT
                       ADD CO-AMMOUNT TO WS-CO-LOAN-TOTAL
                   ELSE
                       ADD 1 TO WS-CO-DEP-COUNT
                       ADD CO-AMMOUNT TO WS-CO-DEP-TOTAL
                   END-IF
               ELSE
                   STRING "RECOVERY account=" CO-ACCOUNT-ID
                       " type=" CO-TYPE
                       " date=" CO-DATE
                       " ammount=" CO-AMMOUNT
                       " by=" CO-OPERATOR
                       DELIMITED BY SIZE INTO CHARGEOFF-REPORT-LINE
                   END-STRING
                   ADD 1 TO WS-CO-REC-COUNT
                   ADD CO-AMMOUNT TO WS-CO-REC-TOTAL
               END-IF
               WRITE CHARGEOFF-REPORT-LINE
               DISPLAY CHARGEOFF-REPORT-LINE
           END-IF.
      * Loan write-offs move no deposit balance, so they reach the GL
      * journal from the charged-off ledger: the loss account is
      * debited and the loan principal account credited
       WRITE-LOAN-CHARGEOFF-GL.
           MOVE "n" TO WS-CO-LEDGER-EOF
           OPEN INPUT CHARGEOFF-LEDGER
               MOVE LOW-VALUES TO CO-ID
               START CHARGEOFF-LEDGER KEY IS GREATER THAN CO-ID
                   INVALID KEY MOVE "y" TO WS-CO-LEDGER-EOF
               END-START
               PERFORM UNTIL WS-CO-LEDGER-EOF IS EQUAL TO "y"
                   READ CHARGEOFF-LEDGER NEXT RECORD
                       AT END MOVE "y" TO WS-CO-LEDGER-EOF
                   END-READ
                   IF WS-CO-LEDGER-EOF IS NOT EQUAL TO "y"
                       COMPUTE WS-CO-EVENT-DATE = 20000000 + CO-DATE
                       IF WS-CO-EVENT-DATE IS NOT LESS THAN
                           WS-RD-FROM-DATE AND WS-CO-EVENT-DATE IS NOT
                           GREATER THAN WS-RD-TO-DATE AND
                           CO-TYPE IS EQUAL TO "L" AND
                           CO-EVENT IS EQUAL TO "C"
                           MOVE SPACES TO GL-JOURNAL-LINE
                           STRING "D," WS-CO-LOSS-GL ","
                               CO-AMMOUNT ",CO" CO-ID
                               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
                           END-STRING
                           WRITE GL-JOURNAL-LINE
                           ADD CO-AMMOUNT TO WS-GL-DEBIT-TOTAL
                           MOVE SPACES TO GL-JOURNAL-LINE
                           STRING "C," WS-CO-LOAN-GL ","
                               CO-AMMOUNT ",CO" CO-ID
                               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
                           END-STRING
                           WRITE GL-JOURNAL-LINE
                           ADD CO-AMMOUNT TO WS-GL-CREDIT-TOTAL
                           ADD 2 TO WS-GL-LINE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE CHARGEOFF-LEDGER.
      * Bucket reserve percentages and the GL accounts for the loan
      * loss reserve, defaulted where no parameter is in force
       READ-LOAN-RESERVE-PARAMETERS.
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           MOVE 0 TO WS-LR-OPENING
           OPEN INPUT BANK-PARAMETERS
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1 UNTIL WS-LR-IDX > 5
               MOVE WS-LR-DEFAULT-RATE(WS-LR-IDX) TO
                   WS-LR-RATE(WS-LR-IDX)
               MOVE WS-LR-PARAM-NAME(WS-LR-IDX) TO PARAM-NAME
               PERFORM READ-ONE-BANK-PARAMETER
               IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
                   MOVE PARAM-VALUE TO WS-LR-RATE(WS-LR-IDX)
               END-IF
           END-PERFORM
           MOVE "RESERVE-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-LR-RESERVE-GL
           END-IF
           MOVE "PROVISION-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-LR-PROVISION-GL
           END-IF
           MOVE "RESERVE-OPENING-BAL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-LR-OPENING
           END-IF
           CLOSE BANK-PARAMETERS.
      * Month-end batch: bucket the open loan book by days past due
      * the way the delinquency report does, apply each bucket's
      * reserve percentage, and record the true-up that brings the
      * reserve the GL carries to the required figure. Rerunning in
      * the same month replaces that month's figures
       RUN-LOAN-LOSS-RESERVE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(1:6) TO WS-LR-MONTH
           MOVE WS-CURRENT-DATE(3:6) TO WS-LR-TODAY
           COMPUTE WS-LR-YYYYMMDD = 20000000 + WS-LR-TODAY
           COMPUTE WS-LR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LR-YYYYMMDD)
           PERFORM READ-LOAN-RESERVE-PARAMETERS
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1 UNTIL WS-LR-IDX > 5
               MOVE 0 TO WS-LR-COUNT(WS-LR-IDX)
               MOVE 0 TO WS-LR-BALANCE(WS-LR-IDX)
               MOVE 0 TO WS-LR-RESERVE(WS-LR-IDX)
               MOVE 0 TO WS-LR-PRIOR-RESERVE(WS-LR-IDX)
           END-PERFORM
           MOVE 0 TO WS-LR-TOTAL-COUNT
           MOVE 0 TO WS-LR-TOTAL-BALANCE
           MOVE 0 TO WS-LR-REQUIRED
           MOVE "n" TO WS-LR-EOF
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-LR-EOF
           END-START
           PERFORM UNTIL WS-LR-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-LR-EOF
               END-READ
      * Charged-off loans are already off the books and reserve
      * nothing further
               IF WS-LR-EOF IS NOT EQUAL TO "y" AND LOAN-TERM > 0 AND
                   LOAN-DELINQ-STATUS IS NOT EQUAL TO "X"
                   PERFORM BUCKET-ONE-RESERVE-LOAN
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1 UNTIL WS-LR-IDX > 5
               COMPUTE WS-LR-RESERVE(WS-LR-IDX) ROUNDED =
                   WS-LR-BALANCE(WS-LR-IDX) * WS-LR-RATE(WS-LR-IDX)
                   / 100
               ADD WS-LR-RESERVE(WS-LR-IDX) TO WS-LR-REQUIRED
           END-PERFORM
           PERFORM FIND-PRIOR-LOAN-RESERVE
           IF WS-LR-REQUIRED < WS-LR-CARRIED
               COMPUTE WS-LR-TRUE-UP = WS-LR-CARRIED - WS-LR-REQUIRED
               MOVE "-" TO WS-LR-TRUE-UP-SIGN
           ELSE
               COMPUTE WS-LR-TRUE-UP = WS-LR-REQUIRED - WS-LR-CARRIED
               MOVE "+" TO WS-LR-TRUE-UP-SIGN
           END-IF
           PERFORM SAVE-LOAN-RESERVE-RUN
           PERFORM WRITE-LOAN-RESERVE-REPORT
           DISPLAY "Required reserve "WS-LR-REQUIRED" against "
               WS-LR-CARRIED" carried; true-up "WS-LR-TRUE-UP-SIGN
               WS-LR-TRUE-UP.
      * Add one open loan's remaining principal to its bucket
       BUCKET-ONE-RESERVE-LOAN.
           PERFORM FIND-LOAN-REMAINING-PRINCIPAL
           IF LOAN-DELINQ-SINCE IS EQUAL TO 0
               MOVE 1 TO WS-LR-IDX
           ELSE
               COMPUTE WS-LR-YYYYMMDD = 20000000 + LOAN-DELINQ-SINCE
               COMPUTE WS-LR-SINCE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LR-YYYYMMDD)
               COMPUTE WS-LR-DAYS = WS-LR-TODAY-INT - WS-LR-SINCE-INT
               IF WS-LR-DAYS <= 30
                   MOVE 2 TO WS-LR-IDX
               ELSE IF WS-LR-DAYS <= 60
                   MOVE 3 TO WS-LR-IDX
               ELSE IF WS-LR-DAYS <= 90
                   MOVE 4 TO WS-LR-IDX
               ELSE
                   MOVE 5 TO WS-LR-IDX
               END-IF
               END-IF
               END-IF
           END-IF
           ADD 1 TO WS-LR-COUNT(WS-LR-IDX)
           ADD WS-VR-REMAIN TO WS-LR-BALANCE(WS-LR-IDX)
           ADD 1 TO WS-LR-TOTAL-COUNT
           ADD WS-VR-REMAIN TO WS-LR-TOTAL-BALANCE.
      * The reserve the GL carries going into this run is the one
      * required by the latest earlier month on file, or the opening
      * balance before the first run
       FIND-PRIOR-LOAN-RESERVE.
           MOVE WS-LR-OPENING TO WS-LR-CARRIED
           MOVE 0 TO WS-LR-PRIOR-MONTH
           MOVE "n" TO WS-LR-EOF
           OPEN INPUT LOAN-RESERVE-HISTORY
               MOVE 0 TO LR-MONTH
               START LOAN-RESERVE-HISTORY KEY IS GREATER THAN LR-MONTH
                   INVALID KEY MOVE "y" TO WS-LR-EOF
               END-START
               PERFORM UNTIL WS-LR-EOF IS EQUAL TO "y"
                   READ LOAN-RESERVE-HISTORY NEXT RECORD
                       AT END MOVE "y" TO WS-LR-EOF
                   END-READ
                   IF WS-LR-EOF IS NOT EQUAL TO "y" AND
                       LR-MONTH >= WS-LR-MONTH
                       MOVE "y" TO WS-LR-EOF
                   ELSE IF WS-LR-EOF IS NOT EQUAL TO "y"
                       MOVE LR-MONTH TO WS-LR-PRIOR-MONTH
                       MOVE LR-REQUIRED TO WS-LR-CARRIED
                       PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                           UNTIL WS-LR-IDX > 5
                           MOVE LR-BUCKET-RESERVE(WS-LR-IDX) TO
                               WS-LR-PRIOR-RESERVE(WS-LR-IDX)
                       END-PERFORM
                   END-IF
                   END-IF
               END-PERFORM
           CLOSE LOAN-RESERVE-HISTORY.
      * Write this month's figures, replacing an earlier run in the
      * same month
       SAVE-LOAN-RESERVE-RUN.
           MOVE WS-LR-MONTH TO LR-MONTH
           MOVE WS-LR-TODAY TO LR-RUN-DATE
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1 UNTIL WS-LR-IDX > 5
               MOVE WS-LR-COUNT(WS-LR-IDX) TO LR-BUCKET-COUNT(WS-LR-IDX)
               MOVE WS-LR-BALANCE(WS-LR-IDX) TO
                   LR-BUCKET-BALANCE(WS-LR-IDX)
               MOVE WS-LR-RATE(WS-LR-IDX) TO LR-BUCKET-RATE(WS-LR-IDX)
               MOVE WS-LR-RESERVE(WS-LR-IDX) TO
                   LR-BUCKET-RESERVE(WS-LR-IDX)
           END-PERFORM
           MOVE WS-LR-REQUIRED TO LR-REQUIRED
           MOVE WS-LR-CARRIED TO LR-CARRIED
           MOVE WS-LR-TRUE-UP TO LR-TRUE-UP
           MOVE WS-LR-TRUE-UP-SIGN TO LR-TRUE-UP-SIGN
           MOVE WS-LR-RESERVE-GL TO LR-RESERVE-GL
           MOVE WS-LR-PROVISION-GL TO LR-PROVISION-GL
           OPEN I-O LOAN-RESERVE-HISTORY
               WRITE LOAN-RESERVE-RECORD
                   INVALID KEY
                       REWRITE LOAN-RESERVE-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to save the loan r
      -                            "eserve for "WS-LR-MONTH
                       END-REWRITE
               END-WRITE
           CLOSE LOAN-RESERVE-HISTORY.
      * Bucket balances, rates and reserves with the change in each
      * bucket's reserve since the prior month, then the total and
      * the true-up
       WRITE-LOAN-RESERVE-REPORT.
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "loanresv." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-RESERVE-REPORT-PATH
           OPEN OUTPUT LOAN-RESERVE-REPORT-FILE
           MOVE SPACES TO LOAN-RESERVE-REPORT-LINE
           STRING "LOAN LOSS RESERVE month=" WS-LR-MONTH
               " prior-month=" WS-LR-PRIOR-MONTH
               DELIMITED BY SIZE INTO LOAN-RESERVE-REPORT-LINE
           END-STRING
           WRITE LOAN-RESERVE-REPORT-LINE
           DISPLAY LOAN-RESERVE-REPORT-LINE
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1 UNTIL WS-LR-IDX > 5
               COMPUTE WS-LR-CHANGE = WS-LR-RESERVE(WS-LR-IDX) -
                   WS-LR-PRIOR-RESERVE(WS-LR-IDX)
               MOVE WS-LR-CHANGE TO WS-LR-CHANGE-DISP
               MOVE SPACES TO LOAN-RESERVE-REPORT-LINE
               STRING "BUCKET " WS-LR-BUCKET-NAME(WS-LR-IDX)
                   " loans=" WS-LR-COUNT(WS-LR-IDX)
                   " balance=" WS-LR-BALANCE(WS-LR-IDX)
                   " rate=" WS-LR-RATE(WS-LR-IDX)
                   " reserve=" WS-LR-RESERVE(WS-LR-IDX)
                   " change=" WS-LR-CHANGE-DISP
                   DELIMITED BY SIZE INTO LOAN-RESERVE-REPORT-LINE
               END-STRING
               WRITE LOAN-RESERVE-REPORT-LINE
               DISPLAY LOAN-RESERVE-REPORT-LINE
           END-PERFORM
           COMPUTE WS-LR-CHANGE = WS-LR-REQUIRED - WS-LR-CARRIED
           MOVE WS-LR-CHANGE TO WS-LR-CHANGE-DISP
           MOVE SPACES TO LOAN-RESERVE-REPORT-LINE
           STRING "TOTAL loans=" WS-LR-TOTAL-COUNT
               " balance=" WS-LR-TOTAL-BALANCE
               " required=" WS-LR-REQUIRED
               " carried=" WS-LR-CARRIED
               " change=" WS-LR-CHANGE-DISP
               DELIMITED BY SIZE INTO LOAN-RESERVE-REPORT-LINE
           END-STRING
           WRITE LOAN-RESERVE-REPORT-LINE
           DISPLAY LOAN-RESERVE-REPORT-LINE
           CLOSE LOAN-RESERVE-REPORT-FILE
           MOVE "LOAN RESERVE" TO WS-RC-TYPE
           MOVE WS-LR-TOTAL-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * The month's reserve true-up as one balanced pair: a build
      * debits the provision expense and credits the allowance, a
      * release the reverse. The month is the one the journal's first
      * posting day falls in; its reference keeps a second journal in
      * the month from posting it twice
       WRITE-LOAN-RESERVE-GL.
           DIVIDE WS-RD-FROM-DATE BY 100 GIVING LR-MONTH
           MOVE "n" TO WS-LR-FOUND
           OPEN INPUT LOAN-RESERVE-HISTORY
               READ LOAN-RESERVE-HISTORY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "y" TO WS-LR-FOUND
               END-READ
           CLOSE LOAN-RESERVE-HISTORY
           IF WS-LR-FOUND IS EQUAL TO "y" AND LR-TRUE-UP > 0
               MOVE SPACES TO GL-JOURNAL-LINE
               IF LR-TRUE-UP-SIGN IS EQUAL TO "+"
                   STRING "D," LR-PROVISION-GL "," LR-TRUE-UP
                       ",LR" LR-MONTH
                       DELIMITED BY SIZE INTO GL-JOURNAL-LINE
                   END-STRING
               ELSE
                   STRING "D," LR-RESERVE-GL "," LR-TRUE-UP
                       ",LR" LR-MONTH
                       DELIMITED BY SIZE INTO GL-JOURNAL-LINE
                   END-STRING
               END-IF
               WRITE GL-JOURNAL-LINE
               ADD LR-TRUE-UP TO WS-GL-DEBIT-TOTAL
               MOVE SPACES TO GL-JOURNAL-LINE
               IF LR-TRUE-UP-SIGN IS EQUAL TO "+"
                   STRING "C," LR-RESERVE-GL "," LR-TRUE-UP
                       ",LR" LR-MONTH
                       DELIMITED BY SIZE INTO GL-JOURNAL-LINE
                   END-STRING
               ELSE
                   STRING "C," LR-PROVISION-GL "," LR-TRUE-UP
                       ",LR" LR-MONTH
                       DELIMITED BY SIZE INTO GL-JOURNAL-LINE
                   END-STRING
               END-IF
               WRITE GL-JOURNAL-LINE
               ADD LR-TRUE-UP TO WS-GL-CREDIT-TOTAL
               ADD 2 TO WS-GL-LINE-COUNT
           END-IF.
      * Month-end batch: one fixed-width base record per loan for the
      * credit bureaus, with the borrower's identity from the member
      * file, balances from the amortization schedule and a status
      * derived from the loan's delinquency. A closed or charged-off
      * loan is reported with its final status once and then left
      * out of later months
       RUN-CREDIT-BUREAU-EXTRACT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(1:6) TO WS-CB-MONTH
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "bureau." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CREDIT-BUREAU-PATH
           MOVE 0 TO WS-CB-COUNT
           MOVE 0 TO WS-CB-CURRENT-COUNT
           MOVE 0 TO WS-CB-PAST-DUE-COUNT
           MOVE 0 TO WS-CB-CLOSED-COUNT
           MOVE 0 TO WS-CB-CHARGED-OFF-COUNT
           MOVE 0 TO WS-CB-DROPPED-COUNT
           MOVE 0 TO WS-CB-BALANCE-TOTAL
           MOVE "n" TO WS-CB-EOF
           OPEN OUTPUT CREDIT-BUREAU-FILE
           MOVE SPACES TO BUREAU-CONTROL-RECORD
           MOVE "HDR" TO BURC-TYPE
           MOVE WS-CB-MONTH TO BURC-MONTH
           MOVE WS-CURRENT-DATE TO BURC-CREATED
           MOVE 0 TO BURC-COUNT
           MOVE 0 TO BURC-CURRENT-COUNT
           MOVE 0 TO BURC-PAST-DUE-COUNT
           MOVE 0 TO BURC-CLOSED-COUNT
           MOVE 0 TO BURC-CHARGED-OFF-COUNT
           MOVE 0 TO BURC-BALANCE-TOTAL
           WRITE BUREAU-CONTROL-RECORD
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT ACCOUNT-DETAILS
           OPEN INPUT MEMBER-DETAILS
           OPEN I-O BUREAU-FINAL-FILE
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-CB-EOF
           END-START
           PERFORM UNTIL WS-CB-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-CB-EOF
               END-READ
               IF WS-CB-EOF IS NOT EQUAL TO "y"
                   PERFORM EXTRACT-ONE-BUREAU-LOAN
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE ACCOUNT-DETAILS
           CLOSE MEMBER-DETAILS
           CLOSE BUREAU-FINAL-FILE
           MOVE SPACES TO BUREAU-CONTROL-RECORD
           MOVE "TRL" TO BURC-TYPE
           MOVE WS-CB-MONTH TO BURC-MONTH
           MOVE WS-CURRENT-DATE TO BURC-CREATED
           MOVE WS-CB-COUNT TO BURC-COUNT
           MOVE WS-CB-CURRENT-COUNT TO BURC-CURRENT-COUNT
           MOVE WS-CB-PAST-DUE-COUNT TO BURC-PAST-DUE-COUNT
           MOVE WS-CB-CLOSED-COUNT TO BURC-CLOSED-COUNT
           MOVE WS-CB-CHARGED-OFF-COUNT TO BURC-CHARGED-OFF-COUNT
           MOVE WS-CB-BALANCE-TOTAL TO BURC-BALANCE-TOTAL
           WRITE BUREAU-CONTROL-RECORD
           CLOSE CREDIT-BUREAU-FILE
           MOVE "CREDIT BUREAU" TO WS-RC-TYPE
           MOVE WS-CB-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Loans reported: "WS-CB-COUNT" (current "
               WS-CB-CURRENT-COUNT", past due "WS-CB-PAST-DUE-COUNT
               ", closed "WS-CB-CLOSED-COUNT", charged off "
               WS-CB-CHARGED-OFF-COUNT")"
           DISPLAY "Loans already reported closed or charged off: "
               WS-CB-DROPPED-COUNT.
      * Status, balances and borrower identity for the loan in the FD
      * record, and the base record if it is still to be reported
       EXTRACT-ONE-BUREAU-LOAN.
           MOVE "n" TO WS-CB-FINAL
           IF LOAN-DELINQ-STATUS IS EQUAL TO "X"
               MOVE "97" TO WS-CB-STATUS
               MOVE "y" TO WS-CB-FINAL
           ELSE IF LOAN-TERM IS EQUAL TO 0
               MOVE "13" TO WS-CB-STATUS
               MOVE "y" TO WS-CB-FINAL
           ELSE IF LOAN-DELINQ-STATUS IS EQUAL TO "L" OR
               LOAN-DELINQ-STATUS IS EQUAL TO "S"
               IF LOAN-MISSED-COUNT <= 1
                   MOVE "71" TO WS-CB-STATUS
               ELSE IF LOAN-MISSED-COUNT IS EQUAL TO 2
                   MOVE "78" TO WS-CB-STATUS
               ELSE IF LOAN-MISSED-COUNT IS EQUAL TO 3
                   MOVE "80" TO WS-CB-STATUS
               ELSE IF LOAN-MISSED-COUNT IS EQUAL TO 4
                   MOVE "82" TO WS-CB-STATUS
               ELSE IF LOAN-MISSED-COUNT IS EQUAL TO 5
                   MOVE "83" TO WS-CB-STATUS
               ELSE
                   MOVE "84" TO WS-CB-STATUS
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE "11" TO WS-CB-STATUS
           END-IF
           END-IF
           END-IF
      * A final status already sent in an earlier month is not sent
      * again; a rerun within the month it was first sent repeats it
           MOVE "n" TO WS-CB-SKIP
           IF WS-CB-FINAL IS EQUAL TO "y"
               MOVE LOAN-ACCOUNT-ID TO BF-ACCOUNT-ID
               READ BUREAU-FINAL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BF-PRINCIPAL IS EQUAL TO LOAN-PRINCIPAL AND
                           BF-MONTH < WS-CB-MONTH
                           MOVE "y" TO WS-CB-SKIP
                       END-IF
               END-READ
           END-IF
           IF WS-CB-SKIP IS EQUAL TO "y"
               ADD 1 TO WS-CB-DROPPED-COUNT
           ELSE
               PERFORM WRITE-BUREAU-BASE-RECORD
           END-IF.
      * Fill and write the base record; a final status is noted so
      * the loan drops out of the following months
       WRITE-BUREAU-BASE-RECORD.
           MOVE LOAN-PRINCIPAL TO WS-CB-ORIGINAL
           MOVE LOAN-ACCOUNT-ID TO AMORT-ACCOUNT-ID
           MOVE 1 TO AMORT-PERIOD
           READ AMORT-SCHEDULE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-CB-ORIGINAL =
                       AMORT-PRINCIPAL + AMORT-REMAINING
           END-READ
           IF WS-CB-STATUS IS EQUAL TO "13"
               MOVE 0 TO WS-CB-CURRENT
           ELSE IF WS-CB-STATUS IS EQUAL TO "97"
      * What is still owed on a charged-off loan is what was written
      * off less any recoveries since
               MOVE LOAN-ACCOUNT-ID TO WS-CO-ACCOUNT
               MOVE "L" TO WS-CO-TYPE
               PERFORM SUM-CHARGEOFF-LEDGER
               IF WS-CO-OUTSTANDING > 0
                   MOVE WS-CO-OUTSTANDING TO WS-CB-CURRENT
               ELSE
                   MOVE 0 TO WS-CB-CURRENT
               END-IF
           ELSE
               PERFORM FIND-LOAN-REMAINING-PRINCIPAL
               MOVE WS-VR-REMAIN TO WS-CB-CURRENT
           END-IF
           END-IF
           MOVE SPACES TO BUREAU-BASE-RECORD
           MOVE "BAS" TO BUR-TYPE
           MOVE LOAN-ACCOUNT-ID TO BUR-ACCOUNT-ID
           MOVE 0 TO BUR-DOB
           MOVE LOAN-ACCOUNT-ID TO CREATE-ACCOUNT-ID
           READ ACCOUNT-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CREATE-MEMBER-ID IS NOT EQUAL TO 0
                       MOVE CREATE-MEMBER-ID TO MEMBER-ID
                       READ MEMBER-DETAILS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE MEMBER-NAME TO BUR-NAME
                               MOVE MEMBER-DOB TO BUR-DOB
                               MOVE MEMBER-GOVT-ID TO BUR-GOVT-ID
                               MOVE MEMBER-ADDRESS TO BUR-ADDRESS
                       END-READ
                   END-IF
           END-READ
           IF BUR-NAME IS EQUAL TO SPACES
               DISPLAY "Warning: no member identity for loan "
                   LOAN-ACCOUNT-ID
           END-IF
           MOVE WS-CB-ORIGINAL TO BUR-ORIGINAL
           MOVE WS-CB-CURRENT TO BUR-CURRENT
           MOVE LOAN-PAYMENT-AMMOUNT TO BUR-SCHEDULED
           MOVE WS-CB-STATUS TO BUR-STATUS
           MOVE LOAN-MISSED-COUNT TO BUR-MISSED-COUNT
           IF LOAN-DELINQ-SINCE IS EQUAL TO 0
               MOVE 0 TO BUR-FIRST-DELINQ
           ELSE
               COMPUTE BUR-FIRST-DELINQ = 20000000 + LOAN-DELINQ-SINCE
           END-IF
           WRITE BUREAU-BASE-RECORD
           ADD 1 TO WS-CB-COUNT
           ADD WS-CB-CURRENT TO WS-CB-BALANCE-TOTAL
           IF WS-CB-STATUS IS EQUAL TO "97"
               ADD 1 TO WS-CB-CHARGED-OFF-COUNT
           ELSE IF WS-CB-STATUS IS EQUAL TO "13"
               ADD 1 TO WS-CB-CLOSED-COUNT
           ELSE IF WS-CB-STATUS IS EQUAL TO "11"
               ADD 1 TO WS-CB-CURRENT-COUNT
           ELSE
               ADD 1 TO WS-CB-PAST-DUE-COUNT
           END-IF
           END-IF
           END-IF
           IF WS-CB-FINAL IS EQUAL TO "y"
               MOVE LOAN-ACCOUNT-ID TO BF-ACCOUNT-ID
               MOVE LOAN-PRINCIPAL TO BF-PRINCIPAL
               MOVE WS-CB-STATUS TO BF-STATUS
               MOVE WS-CB-MONTH TO BF-MONTH
               WRITE BUREAU-FINAL-RECORD
                   INVALID KEY
                       REWRITE BUREAU-FINAL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to note final bure
      -                            "au status for "LOAN-ACCOUNT-ID
                       END-REWRITE
               END-WRITE
           END-IF.
      * Nightly batch: bill every open loan falling due within the
      * next BILLING-LEAD-DAYS business days with a notice of the
      * amount due, its principal/interest split, any late fee still
      * outstanding and the payoff figure; the billing register keeps
      * a loan from being billed twice for the same due date
       RUN-LOAN-BILLING-NOTICES.
           PERFORM LOAD-BANK-PARAMETERS
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "BILLING-LEAD-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-BN-LEAD-DAYS
           END-IF
           CLOSE BANK-PARAMETERS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-BN-TODAY
      * Each daily roll lands on the next business day, so rolling
      * lead-days times counts business days only
           MOVE WS-BN-TODAY TO WS-ROLL-DATE
           MOVE "d" TO WS-ROLL-FREQUENCY
           PERFORM WS-BN-LEAD-DAYS TIMES
               PERFORM ROLL-DATE-FORWARD
           END-PERFORM
           MOVE WS-ROLL-DATE TO WS-BN-HORIZON
           MOVE 0 TO WS-BN-BILLED-COUNT
           MOVE 0 TO WS-BN-BILLED-TOTAL
           MOVE 0 TO WS-BN-ALREADY-COUNT
           MOVE "n" TO WS-BN-EOF
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT LOAN-ESCROW
           OPEN I-O LOAN-BILLING-REGISTER
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-BN-EOF
           END-START
           PERFORM UNTIL WS-BN-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-BN-EOF
               END-READ
               IF WS-BN-EOF IS NOT EQUAL TO "y" AND LOAN-TERM > 0 AND
                   LOAN-DELINQ-STATUS IS NOT EQUAL TO "X" AND
                   LOAN-NEXT-PAYMENT-DATE > WS-BN-TODAY AND
                   LOAN-NEXT-PAYMENT-DATE <= WS-BN-HORIZON
                   MOVE LOAN-ACCOUNT-ID TO BR-ACCOUNT-ID
                   MOVE LOAN-NEXT-PAYMENT-DATE TO BR-DUE-DATE
                   READ LOAN-BILLING-REGISTER
                       INVALID KEY
                           PERFORM BILL-ONE-LOAN
                       NOT INVALID KEY
                           ADD 1 TO WS-BN-ALREADY-COUNT
                   END-READ
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE LOAN-ESCROW
           CLOSE LOAN-BILLING-REGISTER
           DISPLAY "Billing notices sent: "WS-BN-BILLED-COUNT
               " totaling "WS-BN-BILLED-TOTAL" for payments due by "
               WS-BN-HORIZON
           DISPLAY "Loans already billed for their due date: "
               WS-BN-ALREADY-COUNT.
      * Work out the bill for the loan in the FD record the way the
      * payment batch will collect it, send the notice and register it
       BILL-ONE-LOAN.
           MOVE LOAN-ACCOUNT-ID TO AMORT-ACCOUNT-ID
           COMPUTE AMORT-PERIOD = LOAN-PERIODS-PAID + 1
           MOVE "n" TO WS-AMORT-FOUND
           READ AMORT-SCHEDULE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "y" TO WS-AMORT-FOUND
           END-READ
           IF WS-AMORT-FOUND IS EQUAL TO "y"
               MOVE AMORT-INTEREST TO WS-BN-INTEREST
               MOVE AMORT-PRINCIPAL TO WS-BN-PRINCIPAL
           END-IF
      * The payoff is the figure the payoff quote gives: remaining
      * principal after the last posted schedule row
           PERFORM FIND-LOAN-REMAINING-PRINCIPAL
      * A flat loan with no schedule row takes the period's interest
      * on the remaining principal, the rest of the payment being
      * principal
           IF WS-AMORT-FOUND IS NOT EQUAL TO "y"
               COMPUTE WS-BN-INTEREST ROUNDED =
                   WS-VR-REMAIN * LOAN-RATE / 1200
               IF WS-BN-INTEREST > LOAN-PAYMENT-AMMOUNT
                   MOVE LOAN-PAYMENT-AMMOUNT TO WS-BN-INTEREST
               END-IF
               COMPUTE WS-BN-PRINCIPAL =
                   LOAN-PAYMENT-AMMOUNT - WS-BN-INTEREST
           END-IF
           MOVE 0 TO WS-ESC-PORTION
           MOVE LOAN-ACCOUNT-ID TO ESC-ACCOUNT-ID
           READ LOAN-ESCROW
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ESC-STATUS IS EQUAL TO "A"
                       MOVE ESC-PAYMENT TO WS-ESC-PORTION
                   END-IF
           END-READ
      * No late fee is left owing on the bill: the payment batch
      * debits the late fee from the account when it charges it, so
      * the fee is already paid and only the payment itself is due
           MOVE 0 TO WS-BN-LATE-FEES
           COMPUTE WS-BN-DUE = WS-BN-INTEREST + WS-BN-PRINCIPAL +
               WS-ESC-PORTION
           MOVE "LOAN-BILLING" TO WS-NOTICE-EVENT
           MOVE LOAN-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "due=" LOAN-NEXT-PAYMENT-DATE
               " amt=" WS-BN-DUE
               " int=" WS-BN-INTEREST
               " prn=" WS-BN-PRINCIPAL
               " esc=" WS-ESC-PORTION
               " fee=" WS-BN-LATE-FEES
               " payoff=" WS-VR-REMAIN
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE
           MOVE LOAN-ACCOUNT-ID TO BR-ACCOUNT-ID
           MOVE LOAN-NEXT-PAYMENT-DATE TO BR-DUE-DATE
           MOVE WS-BN-TODAY TO BR-BILLED-DATE
           MOVE WS-BN-DUE TO BR-AMMOUNT-DUE
           MOVE WS-BN-INTEREST TO BR-INTEREST
           MOVE WS-BN-PRINCIPAL TO BR-PRINCIPAL
           MOVE WS-ESC-PORTION TO BR-ESCROW
           MOVE WS-BN-LATE-FEES TO BR-LATE-FEES
           MOVE WS-VR-REMAIN TO BR-PAYOFF
           WRITE LOAN-BILLING-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to register the bill for "
                       "loan "LOAN-ACCOUNT-ID
           END-WRITE
           ADD 1 TO WS-BN-BILLED-COUNT
           ADD WS-BN-DUE TO WS-BN-BILLED-TOTAL.
      * Month-end batch: snapshot every loan's delinquency bucket
      * and balance for this month, keyed by month and loan; a rerun
      * in the same month just rewrites the month's records
       RUN-LOAN-DELINQ-SNAPSHOT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(1:6) TO WS-DQ-MONTH
           MOVE WS-CURRENT-DATE(3:6) TO WS-DQ-TODAY
           COMPUTE WS-DQ-YYYYMMDD = 20000000 + WS-DQ-TODAY
           COMPUTE WS-DQ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DQ-YYYYMMDD)
           PERFORM COMPUTE-PRIOR-DQ-MONTH
           MOVE 0 TO WS-DQ-COUNT
           MOVE "n" TO WS-DQ-EOF
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT LOAN-APPLICATIONS
           OPEN I-O LOAN-DELINQ-SNAPSHOT
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-DQ-EOF
           END-START
           PERFORM UNTIL WS-DQ-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DQ-EOF
               END-READ
               IF WS-DQ-EOF IS NOT EQUAL TO "y"
                   PERFORM SNAPSHOT-ONE-DELINQ-LOAN
               END-IF
           END-PERFORM
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE LOAN-APPLICATIONS
           CLOSE LOAN-DELINQ-SNAPSHOT
           DISPLAY "Loans snapshotted for "WS-DQ-MONTH": "WS-DQ-COUNT.
      * The month before WS-DQ-MONTH, and WS-DQ-MONTH as a count of
      * months so months on book can be taken by subtraction
       COMPUTE-PRIOR-DQ-MONTH.
           DIVIDE WS-DQ-MONTH BY 100 GIVING WS-DQ-YEAR
               REMAINDER WS-DQ-MM
           IF WS-DQ-MM IS EQUAL TO 1
               COMPUTE WS-DQ-PRIOR-MONTH = (WS-DQ-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-DQ-PRIOR-MONTH = WS-DQ-MONTH - 1
           END-IF
           COMPUTE WS-DQ-MONTH-INT = WS-DQ-YEAR * 12 + WS-DQ-MM.
      * Bucket one loan the way the delinquency report does, settle
      * its booking month and carry its delinquency history forward
      * from last month's snapshot
       SNAPSHOT-ONE-DELINQ-LOAN.
           MOVE 0 TO WS-DQ-DAYS
           IF LOAN-DELINQ-STATUS IS EQUAL TO "X"
               MOVE 6 TO WS-DQ-BUCKET
               MOVE LOAN-ACCOUNT-ID TO WS-CO-ACCOUNT
               MOVE "L" TO WS-CO-TYPE
               PERFORM SUM-CHARGEOFF-LEDGER
               IF WS-CO-OUTSTANDING < 0
                   MOVE 0 TO WS-DQ-BALANCE
               ELSE
                   MOVE WS-CO-OUTSTANDING TO WS-DQ-BALANCE
               END-IF
           ELSE IF LOAN-TERM IS EQUAL TO 0
               MOVE 7 TO WS-DQ-BUCKET
               MOVE 0 TO WS-DQ-BALANCE
           ELSE
               PERFORM FIND-LOAN-REMAINING-PRINCIPAL
               MOVE WS-VR-REMAIN TO WS-DQ-BALANCE
               IF LOAN-DELINQ-SINCE IS EQUAL TO 0
                   MOVE 1 TO WS-DQ-BUCKET
               ELSE
                   COMPUTE WS-DQ-YYYYMMDD = 20000000 + LOAN-DELINQ-SINCE
                   COMPUTE WS-DQ-SINCE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DQ-YYYYMMDD)
                   COMPUTE WS-DQ-DAYS =
                       WS-DQ-TODAY-INT - WS-DQ-SINCE-INT
                   IF WS-DQ-DAYS <= 30
                       MOVE 2 TO WS-DQ-BUCKET
                   ELSE IF WS-DQ-DAYS <= 60
                       MOVE 3 TO WS-DQ-BUCKET
                   ELSE IF WS-DQ-DAYS <= 90
                       MOVE 4 TO WS-DQ-BUCKET
                   ELSE
                       MOVE 5 TO WS-DQ-BUCKET
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM FIND-DQ-LOAN-BOOKING
           MOVE "n" TO WS-DQ-FOUND
           MOVE WS-DQ-PRIOR-MONTH TO DQ-MONTH
           MOVE LOAN-ACCOUNT-ID TO DQ-ACCOUNT-ID
           READ LOAN-DELINQ-SNAPSHOT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "y" TO WS-DQ-FOUND
           END-READ
      * The booked application dates the loan; a loan with none on
      * file keeps the month it was first snapshotted
           IF WS-DQ-LAPP-DATE > 0
               COMPUTE WS-DQ-BOOKED = 200000 + WS-DQ-LAPP-DATE / 100
               MOVE WS-DQ-LAPP-AMMOUNT TO WS-DQ-ORIGINAL
           ELSE IF WS-DQ-FOUND IS EQUAL TO "y"
               MOVE DQ-BOOKED-MONTH TO WS-DQ-BOOKED
               MOVE DQ-ORIGINAL TO WS-DQ-ORIGINAL
           ELSE
               MOVE WS-DQ-MONTH TO WS-DQ-BOOKED
               MOVE LOAN-PRINCIPAL TO WS-DQ-ORIGINAL
           END-IF
           END-IF
      * A new loan booked on the same account starts a fresh history
           MOVE "n" TO WS-DQ-EVER
           MOVE 0 TO WS-DQ-FIRST-MOB
           IF WS-DQ-FOUND IS EQUAL TO "y" AND
               DQ-BOOKED-MONTH IS EQUAL TO WS-DQ-BOOKED
               MOVE DQ-EVER-DELINQ TO WS-DQ-EVER
               MOVE DQ-FIRST-DELINQ-MOB TO WS-DQ-FIRST-MOB
           END-IF
           DIVIDE WS-DQ-BOOKED BY 100 GIVING WS-DQ-YEAR
               REMAINDER WS-DQ-MM
           COMPUTE WS-DQ-BOOKED-INT = WS-DQ-YEAR * 12 + WS-DQ-MM
           IF WS-DQ-BOOKED-INT > WS-DQ-MONTH-INT
               MOVE 0 TO WS-DQ-MOB
           ELSE
               COMPUTE WS-DQ-MOB = WS-DQ-MONTH-INT - WS-DQ-BOOKED-INT
           END-IF
           IF WS-DQ-EVER IS NOT EQUAL TO "y" AND WS-DQ-BUCKET >= 3 AND
               WS-DQ-BUCKET <= 6
               MOVE "y" TO WS-DQ-EVER
               MOVE WS-DQ-MOB TO WS-DQ-FIRST-MOB
           END-IF
           MOVE WS-DQ-MONTH TO DQ-MONTH
           MOVE LOAN-ACCOUNT-ID TO DQ-ACCOUNT-ID
           MOVE WS-DQ-TODAY TO DQ-RUN-DATE
           MOVE WS-DQ-BUCKET TO DQ-BUCKET
           MOVE WS-DQ-DAYS TO DQ-DAYS-PAST-DUE
           MOVE WS-DQ-BALANCE TO DQ-BALANCE
           MOVE WS-DQ-BOOKED TO DQ-BOOKED-MONTH
           MOVE WS-DQ-ORIGINAL TO DQ-ORIGINAL
           MOVE WS-DQ-MOB TO DQ-MONTHS-ON-BOOK
           MOVE WS-DQ-EVER TO DQ-EVER-DELINQ
           MOVE WS-DQ-FIRST-MOB TO DQ-FIRST-DELINQ-MOB
           WRITE LOAN-DELINQ-SNAPSHOT-RECORD
               INVALID KEY REWRITE LOAN-DELINQ-SNAPSHOT-RECORD
               END-REWRITE
           END-WRITE
           ADD 1 TO WS-DQ-COUNT.
      * Date and amount of the latest booked application on the
      * loan's account, zero when there is none
       FIND-DQ-LOAN-BOOKING.
           MOVE 0 TO WS-DQ-LAPP-DATE
           MOVE 0 TO WS-DQ-LAPP-AMMOUNT
           MOVE "n" TO WS-DQ-LAPP-EOF
           MOVE LOAN-ACCOUNT-ID TO LAPP-ACCOUNT-ID
           START LOAN-APPLICATIONS KEY IS EQUAL TO LAPP-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-DQ-LAPP-EOF
           END-START
           PERFORM UNTIL WS-DQ-LAPP-EOF IS EQUAL TO "y"
               READ LOAN-APPLICATIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DQ-LAPP-EOF
               END-READ
               IF WS-DQ-LAPP-EOF IS NOT EQUAL TO "y"
                   IF LAPP-ACCOUNT-ID IS NOT EQUAL TO LOAN-ACCOUNT-ID
                       MOVE "y" TO WS-DQ-LAPP-EOF
                   ELSE IF LAPP-STATUS IS EQUAL TO "B" AND
                       LAPP-STATUS-DATE >= WS-DQ-LAPP-DATE
                       MOVE LAPP-STATUS-DATE TO WS-DQ-LAPP-DATE
                       MOVE LAPP-AMMOUNT TO WS-DQ-LAPP-AMMOUNT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Roll-rate and vintage report for a month on the snapshot
      * file: where each loan in the month before went, by count and
      * by last month's balance, then each booking month's share of
      * loans ever 31+ days past due by month on book
       RUN-ROLL-RATE-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           DISPLAY "Enter report year and month (YYYYMM, 0 for this mont
      -        "h)..."
           ACCEPT WS-DQ-MONTH
           IF WS-DQ-MONTH IS EQUAL TO 0
               MOVE WS-CURRENT-DATE(1:6) TO WS-DQ-MONTH
           END-IF
           PERFORM COMPUTE-PRIOR-DQ-MONTH
           PERFORM VARYING WS-RR-FROM FROM 1 BY 1 UNTIL WS-RR-FROM > 7
               MOVE 0 TO WS-RR-ROW-COUNT(WS-RR-FROM)
               MOVE 0 TO WS-RR-ROW-BALANCE(WS-RR-FROM)
               PERFORM VARYING WS-RR-TO FROM 1 BY 1 UNTIL WS-RR-TO > 7
                   MOVE 0 TO WS-RR-CELL-COUNT(WS-RR-FROM WS-RR-TO)
                   MOVE 0 TO WS-RR-CELL-DOLLARS(WS-RR-FROM WS-RR-TO)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-RR-GONE
           MOVE 0 TO WS-VG-USED
           MOVE 0 TO WS-VG-SKIPPED
           MOVE 0 TO WS-DQ-COUNT
           MOVE 0 TO WS-DQ-NEW-COUNT
           OPEN INPUT LOAN-DELINQ-SNAPSHOT
           MOVE "n" TO WS-DQ-EOF
           MOVE WS-DQ-PRIOR-MONTH TO DQ-MONTH
           MOVE 0 TO DQ-ACCOUNT-ID
           START LOAN-DELINQ-SNAPSHOT KEY IS NOT LESS THAN DQ-KEY
               INVALID KEY MOVE "y" TO WS-DQ-EOF
           END-START
           PERFORM UNTIL WS-DQ-EOF IS EQUAL TO "y"
               READ LOAN-DELINQ-SNAPSHOT NEXT RECORD
                   AT END MOVE "y" TO WS-DQ-EOF
               END-READ
               IF WS-DQ-EOF IS NOT EQUAL TO "y" AND
                   DQ-MONTH IS NOT EQUAL TO WS-DQ-PRIOR-MONTH
                   MOVE "y" TO WS-DQ-EOF
               END-IF
               IF WS-DQ-EOF IS NOT EQUAL TO "y"
                   PERFORM ROLL-ONE-DELINQ-LOAN
               END-IF
           END-PERFORM
           MOVE "n" TO WS-DQ-EOF
           MOVE WS-DQ-MONTH TO DQ-MONTH
           MOVE 0 TO DQ-ACCOUNT-ID
           START LOAN-DELINQ-SNAPSHOT KEY IS NOT LESS THAN DQ-KEY
               INVALID KEY MOVE "y" TO WS-DQ-EOF
           END-START
           PERFORM UNTIL WS-DQ-EOF IS EQUAL TO "y"
               READ LOAN-DELINQ-SNAPSHOT NEXT RECORD
                   AT END MOVE "y" TO WS-DQ-EOF
               END-READ
               IF WS-DQ-EOF IS NOT EQUAL TO "y" AND
                   DQ-MONTH IS NOT EQUAL TO WS-DQ-MONTH
                   MOVE "y" TO WS-DQ-EOF
               END-IF
               IF WS-DQ-EOF IS NOT EQUAL TO "y"
                   PERFORM VINTAGE-ONE-DELINQ-LOAN
               END-IF
           END-PERFORM
           CLOSE LOAN-DELINQ-SNAPSHOT
           IF WS-DQ-COUNT IS EQUAL TO 0
               DISPLAY "No loan delinquency snapshot on file for "
                   WS-DQ-MONTH
           END-IF
           PERFORM WRITE-ROLL-RATE-REPORT.
      * Follow one loan from last month's bucket to this month's. The
      * random read moves the file, so the scan restarts just past
      * the loan afterwards
       ROLL-ONE-DELINQ-LOAN.
           MOVE DQ-KEY TO WS-DQ-SAVE-KEY
           MOVE DQ-BUCKET TO WS-RR-FROM
           MOVE DQ-BALANCE TO WS-RR-FROM-BALANCE
           ADD 1 TO WS-RR-ROW-COUNT(WS-RR-FROM)
           ADD DQ-BALANCE TO WS-RR-ROW-BALANCE(WS-RR-FROM)
           MOVE WS-DQ-MONTH TO DQ-MONTH
           READ LOAN-DELINQ-SNAPSHOT
               INVALID KEY ADD 1 TO WS-RR-GONE
               NOT INVALID KEY
                   MOVE DQ-BUCKET TO WS-RR-TO
                   ADD 1 TO WS-RR-CELL-COUNT(WS-RR-FROM WS-RR-TO)
                   ADD WS-RR-FROM-BALANCE TO
                       WS-RR-CELL-DOLLARS(WS-RR-FROM WS-RR-TO)
           END-READ
           MOVE WS-DQ-SAVE-KEY TO DQ-KEY
           START LOAN-DELINQ-SNAPSHOT KEY IS GREATER THAN DQ-KEY
               INVALID KEY MOVE "y" TO WS-DQ-EOF
           END-START.
      * Add one loan in the report month to its booking month's
      * vintage, at the month on book it first went 31+ past due
       VINTAGE-ONE-DELINQ-LOAN.
           ADD 1 TO WS-DQ-COUNT
           IF DQ-BOOKED-MONTH IS EQUAL TO WS-DQ-MONTH
               ADD 1 TO WS-DQ-NEW-COUNT
           END-IF
           MOVE 0 TO WS-VG-PICK
           PERFORM VARYING WS-VG-IDX FROM 1 BY 1
               UNTIL WS-VG-IDX > WS-VG-USED
               IF WS-VG-MONTH(WS-VG-IDX) IS EQUAL TO DQ-BOOKED-MONTH
                   MOVE WS-VG-IDX TO WS-VG-PICK
               END-IF
           END-PERFORM
           IF WS-VG-PICK IS EQUAL TO 0 AND WS-VG-USED < 60 AND
               DQ-MONTHS-ON-BOOK < 60
               ADD 1 TO WS-VG-USED
               MOVE WS-VG-USED TO WS-VG-PICK
               MOVE DQ-BOOKED-MONTH TO WS-VG-MONTH(WS-VG-PICK)
               MOVE "n" TO WS-VG-DONE(WS-VG-PICK)
               MOVE 0 TO WS-VG-LOANS(WS-VG-PICK)
               MOVE 0 TO WS-VG-ORIGINAL(WS-VG-PICK)
               PERFORM VARYING WS-VG-MOB-IDX FROM 1 BY 1
                   UNTIL WS-VG-MOB-IDX > 37
                   MOVE 0 TO WS-VG-NEW-COUNT(WS-VG-PICK WS-VG-MOB-IDX)
                   MOVE 0 TO
                       WS-VG-NEW-DOLLARS(WS-VG-PICK WS-VG-MOB-IDX)
               END-PERFORM
           END-IF
           IF WS-VG-PICK IS EQUAL TO 0
               ADD 1 TO WS-VG-SKIPPED
           ELSE
               ADD 1 TO WS-VG-LOANS(WS-VG-PICK)
               ADD DQ-ORIGINAL TO WS-VG-ORIGINAL(WS-VG-PICK)
               IF DQ-EVER-DELINQ IS EQUAL TO "y"
                   IF DQ-FIRST-DELINQ-MOB > 36
                       MOVE 37 TO WS-VG-MOB-IDX
                   ELSE
                       COMPUTE WS-VG-MOB-IDX = DQ-FIRST-DELINQ-MOB + 1
                   END-IF
                   ADD 1 TO WS-VG-NEW-COUNT(WS-VG-PICK WS-VG-MOB-IDX)
                   ADD DQ-ORIGINAL TO
                       WS-VG-NEW-DOLLARS(WS-VG-PICK WS-VG-MOB-IDX)
               END-IF
           END-IF.
      * The roll-rate matrix, one FROM line per bucket with a TO line
      * for each bucket its loans moved into, then the vintages
      * oldest first
       WRITE-ROLL-RATE-REPORT.
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "rollrate." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ROLL-RATE-REPORT-PATH
           OPEN OUTPUT ROLL-RATE-REPORT-FILE
           MOVE SPACES TO ROLL-RATE-REPORT-LINE
           STRING "ROLL RATE month=" WS-DQ-MONTH
               " from=" WS-DQ-PRIOR-MONTH
               " loans=" WS-DQ-COUNT
               " new=" WS-DQ-NEW-COUNT
               " not-carried=" WS-RR-GONE
               DELIMITED BY SIZE INTO ROLL-RATE-REPORT-LINE
           END-STRING
           WRITE ROLL-RATE-REPORT-LINE
           DISPLAY ROLL-RATE-REPORT-LINE
           PERFORM VARYING WS-RR-FROM FROM 1 BY 1 UNTIL WS-RR-FROM > 7
               IF WS-RR-ROW-COUNT(WS-RR-FROM) > 0
                   MOVE SPACES TO ROLL-RATE-REPORT-LINE
                   STRING "FROM " WS-DQ-BUCKET-NAME(WS-RR-FROM)
                       " loans=" WS-RR-ROW-COUNT(WS-RR-FROM)
                       " balance=" WS-RR-ROW-BALANCE(WS-RR-FROM)
                       DELIMITED BY SIZE INTO ROLL-RATE-REPORT-LINE
                   END-STRING
                   WRITE ROLL-RATE-REPORT-LINE
                   DISPLAY ROLL-RATE-REPORT-LINE
                   PERFORM VARYING WS-RR-TO FROM 1 BY 1
                       UNTIL WS-RR-TO > 7
                       IF WS-RR-CELL-COUNT(WS-RR-FROM WS-RR-TO) > 0
                           PERFORM WRITE-ONE-ROLL-RATE-CELL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VG-PRINTED FROM 1 BY 1
               UNTIL WS-VG-PRINTED > WS-VG-USED
               MOVE 0 TO WS-VG-PICK
               PERFORM VARYING WS-VG-IDX FROM 1 BY 1
                   UNTIL WS-VG-IDX > WS-VG-USED
                   IF WS-VG-DONE(WS-VG-IDX) IS EQUAL TO "n"
                       IF WS-VG-PICK IS EQUAL TO 0
                           MOVE WS-VG-IDX TO WS-VG-PICK
                       ELSE IF WS-VG-MONTH(WS-VG-IDX) <
                           WS-VG-MONTH(WS-VG-PICK)
                           MOVE WS-VG-IDX TO WS-VG-PICK
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "y" TO WS-VG-DONE(WS-VG-PICK)
               PERFORM WRITE-ONE-VINTAGE
           END-PERFORM
           IF WS-VG-SKIPPED > 0
               MOVE SPACES TO ROLL-RATE-REPORT-LINE
               STRING "OLDER loans=" WS-VG-SKIPPED
                   " booked 60 or more months before " WS-DQ-MONTH
                   DELIMITED BY SIZE INTO ROLL-RATE-REPORT-LINE
               END-STRING
               WRITE ROLL-RATE-REPORT-LINE
               DISPLAY ROLL-RATE-REPORT-LINE
           END-IF
           CLOSE ROLL-RATE-REPORT-FILE
           MOVE "ROLL RATE" TO WS-RC-TYPE
           MOVE WS-DQ-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * One cell of the matrix with its share of the FROM bucket's
      * loans
       WRITE-ONE-ROLL-RATE-CELL.
           COMPUTE WS-DQ-PCT ROUNDED =
               WS-RR-CELL-COUNT(WS-RR-FROM WS-RR-TO) * 100 /
               WS-RR-ROW-COUNT(WS-RR-FROM)
           MOVE WS-DQ-PCT TO WS-DQ-PCT-DISP
           MOVE SPACES TO ROLL-RATE-REPORT-LINE
           STRING "  TO " WS-DQ-BUCKET-NAME(WS-RR-TO)
               " loans=" WS-RR-CELL-COUNT(WS-RR-FROM WS-RR-TO)
               " pct=" WS-DQ-PCT-DISP
               " dollars=" WS-RR-CELL-DOLLARS(WS-RR-FROM WS-RR-TO)
               DELIMITED BY SIZE INTO ROLL-RATE-REPORT-LINE
           END-STRING
           WRITE ROLL-RATE-REPORT-LINE
           DISPLAY ROLL-RATE-REPORT-LINE.
      * One vintage: the loans and amount booked in the month, then
      * the running count and amount of those ever 31+ days past due
      * at each month on book it has reached
       WRITE-ONE-VINTAGE.
           MOVE SPACES TO ROLL-RATE-REPORT-LINE
           STRING "VINTAGE " WS-VG-MONTH(WS-VG-PICK)
               " loans=" WS-VG-LOANS(WS-VG-PICK)
               " original=" WS-VG-ORIGINAL(WS-VG-PICK)
               DELIMITED BY SIZE INTO ROLL-RATE-REPORT-LINE
           END-STRING
           WRITE ROLL-RATE-REPORT-LINE
           DISPLAY ROLL-RATE-REPORT-LINE
           DIVIDE WS-VG-MONTH(WS-VG-PICK) BY 100 GIVING WS-DQ-YEAR
               REMAINDER WS-DQ-MM
           COMPUTE WS-DQ-BOOKED-INT = WS-DQ-YEAR * 12 + WS-DQ-MM
           IF WS-DQ-BOOKED-INT > WS-DQ-MONTH-INT
               MOVE 0 TO WS-VG-LAST-MOB
           ELSE
               COMPUTE WS-VG-LAST-MOB = WS-DQ-MONTH-INT -
                   WS-DQ-BOOKED-INT
           END-IF
           IF WS-VG-LAST-MOB > 36
               MOVE 36 TO WS-VG-LAST-MOB
           END-IF
           MOVE 0 TO WS-VG-RUN-COUNT
           MOVE 0 TO WS-VG-RUN-DOLLARS
           PERFORM VARYING WS-VG-MOB-IDX FROM 1 BY 1
               UNTIL WS-VG-MOB-IDX > WS-VG-LAST-MOB + 1
               ADD WS-VG-NEW-COUNT(WS-VG-PICK WS-VG-MOB-IDX) TO
                   WS-VG-RUN-COUNT
               ADD WS-VG-NEW-DOLLARS(WS-VG-PICK WS-VG-MOB-IDX) TO
                   WS-VG-RUN-DOLLARS
               COMPUTE WS-DQ-PCT ROUNDED =
                   WS-VG-RUN-COUNT * 100 / WS-VG-LOANS(WS-VG-PICK)
               MOVE WS-DQ-PCT TO WS-DQ-PCT-DISP
               COMPUTE WS-DQ-MOB = WS-VG-MOB-IDX - 1
               MOVE SPACES TO ROLL-RATE-REPORT-LINE
               STRING "  MOB " WS-DQ-MOB
                   " delinquent=" WS-VG-RUN-COUNT
                   " pct=" WS-DQ-PCT-DISP
                   " dollars=" WS-VG-RUN-DOLLARS
                   DELIMITED BY SIZE INTO ROLL-RATE-REPORT-LINE
               END-STRING
               WRITE ROLL-RATE-REPORT-LINE
               DISPLAY ROLL-RATE-REPORT-LINE
           END-PERFORM.
      * Staff-facing estate maintenance: record a member's death and
      * walk their accounts, change the estate contact, settle a
      * frozen account to the estate, or reprint the estate report
       MAINTAIN-ESTATE.
           DISPLAY "Enter a command. 'deceased', 'contact', 'settle' or 
      -        "'report'"
           ACCEPT WS-DM-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-DM-TODAY
           IF WS-DM-COMMAND IS EQUAL TO "deceased"
               PERFORM MARK-MEMBER-DECEASED
           ELSE IF WS-DM-COMMAND IS EQUAL TO "contact"
               PERFORM UPDATE-ESTATE-CONTACT
           ELSE IF WS-DM-COMMAND IS EQUAL TO "settle"
               PERFORM SETTLE-ESTATE-ACCOUNT
           ELSE IF WS-DM-COMMAND IS EQUAL TO "report"
               DISPLAY "Enter the deceased member's ID..."
               ACCEPT WS-DM-MEMBER-IN
               PERFORM WRITE-ESTATE-REPORT
           ELSE
               DISPLAY "Command not recognized..."
           END-IF
           END-IF
           END-IF
           END-IF.
      * Record the date of death and the estate contact on the member,
      * then walk every account tied to the member: joint accounts
      * pass to the surviving holder, sole-owned accounts are frozen
      * with their standing instructions, sweeps, queued payments and
      * alerts stopped
       MARK-MEMBER-DECEASED.
           DISPLAY "Enter the member ID..."
           ACCEPT WS-DM-MEMBER-IN
           MOVE "n" TO WS-DM-OK
           MOVE WS-DM-MEMBER-IN TO MEMBER-ID
           OPEN I-O MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY DISPLAY "Unknown member ID..."
                   NOT INVALID KEY
                       IF MEMBER-DECEASED-DATE > 0
                           DISPLAY "Member "MEMBER-ID" is already record
      -                        "ed as deceased on "
                               MEMBER-DECEASED-DATE
                       ELSE
                           DISPLAY "Enter the date of death (YYYYMMDD)..
      -                        "."
                           ACCEPT WS-DM-DATE-IN
                           IF WS-DM-DATE-IN IS EQUAL TO 0 OR
                               WS-DM-DATE-IN > WS-DM-TODAY
                               DISPLAY "The date of death must be given 
      -                            "and cannot be after today; no change
      -                            " made"
                           ELSE
                               DISPLAY "Enter the estate contact "
                                   "name..."
                               ACCEPT MEMBER-ESTATE-CONTACT
                               DISPLAY "Enter the estate contact address
      -                            "..."
                               ACCEPT MEMBER-ESTATE-ADDRESS
                               MOVE WS-DM-DATE-IN TO
                                   MEMBER-DECEASED-DATE
                               MOVE MEMBER-NAME TO WS-DM-NAME
                               REWRITE MEMBER-RECORD
                                   INVALID KEY
                                       DISPLAY "Error: unable to update 
      -                                    "the member record"
                                   NOT INVALID KEY
                                       MOVE "y" TO WS-DM-OK
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           CLOSE MEMBER-DETAILS
           IF WS-DM-OK IS EQUAL TO "y"
               MOVE "DECEASED" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING WS-DM-MEMBER-IN
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE "living" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "died " WS-DM-DATE-IN
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               PERFORM WALK-DECEASED-ACCOUNTS
           END-IF.
      * Gather the member's accounts first, then deal with each one;
      * the survivorship and freeze steps rewrite the account file and
      * send notices that read it
       WALK-DECEASED-ACCOUNTS.
           MOVE 0 TO WS-DM-ACCT-COUNT
           MOVE 0 TO WS-DM-FROZEN-COUNT
           MOVE 0 TO WS-DM-PASSED-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS EQUAL TO WS-DM-MEMBER-IN
                   IF WS-DM-ACCT-COUNT < 100
                       ADD 1 TO WS-DM-ACCT-COUNT
                       MOVE CREATE-ACCOUNT-ID TO
                           WS-DM-ACCT(WS-DM-ACCT-COUNT)
                   ELSE
                       DISPLAY "More than 100 accounts; account "
                           CREATE-ACCOUNT-ID" must be frozen by hand"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-ACCT-COUNT
               MOVE WS-DM-ACCT(WS-DM-IDX) TO CREATE-ACCOUNT-ID
               OPEN INPUT ACCOUNT-DETAILS
                   READ ACCOUNT-DETAILS
                       INVALID KEY CONTINUE
                   END-READ
               CLOSE ACCOUNT-DETAILS
               PERFORM READ-ESTATE-BALANCE
               IF CREATE-HAS-JOINT IS EQUAL TO "y"
                   PERFORM PASS-JOINT-TO-SURVIVOR
               ELSE
                   PERFORM FREEZE-ESTATE-ACCOUNT
               END-IF
           END-PERFORM
           DISPLAY "Member "WS-DM-MEMBER-IN" recorded deceased: "
               WS-DM-FROZEN-COUNT" account(s) frozen for the estate, "
               WS-DM-PASSED-COUNT" passed to a surviving holder"
           PERFORM WRITE-ESTATE-REPORT.
      * Balance and status of the account in CREATE-ACCOUNT-ID as of
      * the death, for the ledger
       READ-ESTATE-BALANCE.
           MOVE 0 TO WS-DM-BALANCE
           MOVE SPACES TO WS-DM-PRIOR-STATUS
           MOVE CREATE-ACCOUNT-ID TO BALANCE-ID
           OPEN INPUT BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BALANCE-AMMOUNT TO WS-DM-BALANCE
                       MOVE BALANCE-STATUS TO WS-DM-PRIOR-STATUS
               END-READ
           CLOSE BALANCE-DETAILS.
      * A joint account goes on in the surviving holder's name: their
      * credentials become the primary ones, the second holder slot is
      * emptied and the member link moves to the survivor
       PASS-JOINT-TO-SURVIVOR.
           DISPLAY "Account "CREATE-ACCOUNT-ID" is joint with "
               CREATE-USERNAME-2
           DISPLAY "Enter the surviving holder's member ID, or 0 if they
      -        " are not a member..."
           ACCEPT WS-DM-SURVIVOR
           IF WS-DM-SURVIVOR IS NOT EQUAL TO 0
               MOVE WS-DM-SURVIVOR TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY
                           DISPLAY "Unknown member ID; the account "
                               "is left without a member link"
                           MOVE 0 TO WS-DM-SURVIVOR
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF
           MOVE CREATE-USERNAME TO WS-AUDIT-BEFORE
           MOVE CREATE-USERNAME-2 TO CREATE-USERNAME
           MOVE CREATE-PASSWORD-2 TO CREATE-PASSWORD
           MOVE SPACES TO CREATE-USERNAME-2
           MOVE SPACES TO CREATE-PASSWORD-2
           MOVE "n" TO CREATE-HAS-JOINT
           MOVE "n" TO CREATE-BOTH-TO-SIGN
           MOVE WS-DM-SURVIVOR TO CREATE-MEMBER-ID
           OPEN I-O ACCOUNT-DETAILS
               REWRITE CREATE-ACCOUNT
                   INVALID KEY
                       DISPLAY "Error: unable to pass the account to the
      -                    " survivor"
               END-REWRITE
           CLOSE ACCOUNT-DETAILS
           ADD 1 TO WS-DM-PASSED-COUNT
           DISPLAY "Account "CREATE-ACCOUNT-ID" now held solely by "
               CREATE-USERNAME
           INITIALIZE ESTATE-LEDGER-RECORD
           MOVE WS-DM-MEMBER-IN TO EST-MEMBER-ID
           MOVE CREATE-ACCOUNT-ID TO EST-ACCOUNT-ID
           MOVE "S" TO EST-ACTION
           MOVE WS-DM-PRIOR-STATUS TO EST-PRIOR-STATUS
           MOVE WS-DM-SURVIVOR TO EST-SURVIVOR-ID
           MOVE WS-DM-BALANCE TO EST-BALANCE
           PERFORM WRITE-ESTATE-LEDGER
           MOVE "SURVIVOR" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING CREATE-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE CREATE-USERNAME TO WS-AUDIT-AFTER
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION
           MOVE "SURVIVORSHIP" TO WS-NOTICE-EVENT
           MOVE CREATE-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "Following the death of a joint holder this account"
               " is now held in your sole name"
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE.
      * Freeze a sole-owned account for the estate and stop everything
      * that would otherwise keep moving money or mail on it
       FREEZE-ESTATE-ACCOUNT.
           MOVE CREATE-ACCOUNT-ID TO BALANCE-ID
           OPEN I-O BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS EQUAL TO "A"
                           MOVE "H" TO BALANCE-STATUS
                           REWRITE BALANCES
                               INVALID KEY
                                   DISPLAY "Error: unable to freeze acco
      -                                "unt "BALANCE-ID
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE BALANCE-DETAILS
           MOVE 0 TO WS-DM-SI-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN I-O STANDING-INSTRUCTIONS
           MOVE LOW-VALUES TO SI-INSTRUCTION-ID
           START STANDING-INSTRUCTIONS KEY IS GREATER THAN
               SI-INSTRUCTION-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ STANDING-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   SI-ACCOUNT-ID IS EQUAL TO CREATE-ACCOUNT-ID AND
                   SI-STATUS IS NOT EQUAL TO "S"
                   MOVE "S" TO SI-STATUS
                   REWRITE STANDING-INSTRUCTION
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DM-SI-COUNT
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE STANDING-INSTRUCTIONS
           MOVE 0 TO WS-DM-SWEEP-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN I-O SWEEP-INSTRUCTIONS
           MOVE LOW-VALUES TO SWEEP-ID
           START SWEEP-INSTRUCTIONS KEY IS GREATER THAN SWEEP-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ SWEEP-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   SWEEP-STATUS IS NOT EQUAL TO "S" AND
                   (SWEEP-SOURCE-ID IS EQUAL TO CREATE-ACCOUNT-ID OR
                   SWEEP-DEST-ID IS EQUAL TO CREATE-ACCOUNT-ID)
                   MOVE "S" TO SWEEP-STATUS
                   REWRITE SWEEP-INSTRUCTION
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DM-SWEEP-COUNT
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE SWEEP-INSTRUCTIONS
           MOVE 0 TO WS-DM-HELD-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN I-O OUTBOUND-QUEUE
           MOVE LOW-VALUES TO OUTQ-ID
           START OUTBOUND-QUEUE KEY IS GREATER THAN OUTQ-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-ACCOUNT-ID IS EQUAL TO CREATE-ACCOUNT-ID AND
                   OUTQ-HOLD IS NOT EQUAL TO "y"
                   MOVE "y" TO OUTQ-HOLD
                   REWRITE OUTBOUND-QUEUE-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DM-HELD-COUNT
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE OUTBOUND-QUEUE
      * Balance alerts would only go on mailing the estate
           MOVE CREATE-ACCOUNT-ID TO PREF-ACCOUNT-ID
           OPEN I-O ALERT-PREFS
               READ ALERT-PREFS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "n" TO PREF-LOW-OPT
                       MOVE "n" TO PREF-DEBIT-OPT
                       REWRITE ALERT-PREF-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           CLOSE ALERT-PREFS
           ADD 1 TO WS-DM-FROZEN-COUNT
           DISPLAY "Account "CREATE-ACCOUNT-ID" frozen: "
               WS-DM-SI-COUNT" standing instruction(s) and "
               WS-DM-SWEEP-COUNT" sweep(s) suspended, "
               WS-DM-HELD-COUNT" queued payment(s) held"
           INITIALIZE ESTATE-LEDGER-RECORD
           MOVE WS-DM-MEMBER-IN TO EST-MEMBER-ID
           MOVE CREATE-ACCOUNT-ID TO EST-ACCOUNT-ID
           MOVE "F" TO EST-ACTION
           MOVE WS-DM-PRIOR-STATUS TO EST-PRIOR-STATUS
           MOVE WS-DM-BALANCE TO EST-BALANCE
           MOVE WS-DM-TODAY TO EST-FROZEN-DATE
           MOVE WS-DM-SI-COUNT TO EST-SI-COUNT
           MOVE WS-DM-SWEEP-COUNT TO EST-SWEEP-COUNT
           MOVE WS-DM-HELD-COUNT TO EST-HELD-COUNT
           PERFORM WRITE-ESTATE-LEDGER
           MOVE "ESTATE-FRZ" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING CREATE-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE WS-DM-PRIOR-STATUS TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "H si=" WS-DM-SI-COUNT " sw=" WS-DM-SWEEP-COUNT
               " held=" WS-DM-HELD-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION
           MOVE "ESTATE" TO WS-NOTICE-EVENT
           MOVE CREATE-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING "This account has been frozen following the death o"
               "f the account holder on " WS-DM-DATE-IN
               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM SEND-CUSTOMER-NOTICE.
      * Add the staged ledger record, replacing one left by an earlier
      * pass for the same member and account
       WRITE-ESTATE-LEDGER.
           OPEN I-O ESTATE-LEDGER
               WRITE ESTATE-LEDGER-RECORD
                   INVALID KEY
                       REWRITE ESTATE-LEDGER-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to write the estat
      -                            "e ledger"
                       END-REWRITE
               END-WRITE
           CLOSE ESTATE-LEDGER.
      * Change where a deceased member's notices are sent
       UPDATE-ESTATE-CONTACT.
           DISPLAY "Enter the deceased member's ID..."
           ACCEPT WS-DM-MEMBER-IN
           MOVE WS-DM-MEMBER-IN TO MEMBER-ID
           OPEN I-O MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY DISPLAY "Unknown member ID..."
                   NOT INVALID KEY
                       IF MEMBER-DECEASED-DATE IS EQUAL TO 0
                           DISPLAY "Member "MEMBER-ID" is not recorded a
      -                        "s deceased; use the 'deceased' command f
      -                        "irst"
                       ELSE
                           MOVE MEMBER-ESTATE-CONTACT TO
                               WS-AUDIT-BEFORE
                           DISPLAY "Enter the estate contact name..."
                           ACCEPT MEMBER-ESTATE-CONTACT
                           DISPLAY "Enter the estate contact address..."
                           ACCEPT MEMBER-ESTATE-ADDRESS
                           REWRITE MEMBER-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to update the 
      -                                "member record"
                               NOT INVALID KEY
                                   DISPLAY "Estate contact updated"
                                   MOVE "ESTATE-CONT" TO
                                       WS-AUDIT-ACTION
                                   MOVE SPACES TO WS-AUDIT-KEY
                                   STRING MEMBER-ID
                                       DELIMITED BY SIZE INTO
                                       WS-AUDIT-KEY
                                   END-STRING
                                   MOVE MEMBER-ESTATE-CONTACT TO
                                       WS-AUDIT-AFTER
                                   MOVE WS-STAFF-ID-IN TO
                                       WS-AUDIT-ACTOR
                                   PERFORM LOG-MAINTENANCE-ACTION
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE MEMBER-DETAILS.
      * Final disbursement of a frozen estate account: clear what the
      * freeze suspended or held, then run the account through the
      * closure workflow under the staff sign-on and complete the
      * ledger and the estate report
       SETTLE-ESTATE-ACCOUNT.
           DISPLAY "Enter the account ID to settle..."
           ACCEPT WS-DM-ACCOUNT-IN
           MOVE "n" TO WS-DM-OK
           MOVE WS-DM-ACCOUNT-IN TO CREATE-ACCOUNT-ID
           OPEN INPUT ACCOUNT-DETAILS
               READ ACCOUNT-DETAILS
                   INVALID KEY DISPLAY "Unknown account ID..."
                   NOT INVALID KEY MOVE "y" TO WS-DM-OK
               END-READ
           CLOSE ACCOUNT-DETAILS
           IF WS-DM-OK IS EQUAL TO "y"
               MOVE CREATE-MEMBER-ID TO WS-DM-MEMBER-IN
               MOVE CREATE-MEMBER-ID TO EST-MEMBER-ID
               MOVE WS-DM-ACCOUNT-IN TO EST-ACCOUNT-ID
               OPEN INPUT ESTATE-LEDGER
                   READ ESTATE-LEDGER
                       INVALID KEY
                           DISPLAY "Account "WS-DM-ACCOUNT-IN
                               " is not on the estate ledger of "
                               "a deceased member"
                           MOVE "n" TO WS-DM-OK
                       NOT INVALID KEY
                           IF EST-ACTION IS NOT EQUAL TO "F"
                               DISPLAY "Account "WS-DM-ACCOUNT-IN" was p
      -                            "assed to a survivor or is already se
      -                            "ttled"
                               MOVE "n" TO WS-DM-OK
                           END-IF
                   END-READ
               CLOSE ESTATE-LEDGER
           END-IF
           IF WS-DM-OK IS EQUAL TO "y"
               MOVE WS-DM-ACCOUNT-IN TO LOCK-ACCOUNT-ID
               OPEN INPUT SESSION-LOCKS
                   READ SESSION-LOCKS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DISPLAY "Account "WS-DM-ACCOUNT-IN" is signed
      -                        " on by "LOCK-USER
                           DISPLAY "Settle it once the session ends"
                           MOVE "n" TO WS-DM-OK
                   END-READ
               CLOSE SESSION-LOCKS
           END-IF
           IF WS-DM-OK IS EQUAL TO "y"
               MOVE WS-DM-ACCOUNT-IN TO BALANCE-ID
               OPEN INPUT BALANCE-DETAILS
                   READ BALANCE-DETAILS
                       INVALID KEY
                           DISPLAY "Error: balance record not found"
                           MOVE "n" TO WS-DM-OK
                       NOT INVALID KEY
                           MOVE BALANCE-AMMOUNT TO WS-ACCOUNT-VALUE
                           MOVE BALANCE-CURRENCY TO
                               WS-ACCOUNT-CURRENCY
                   END-READ
               CLOSE BALANCE-DETAILS
           END-IF
           IF WS-DM-OK IS EQUAL TO "y"
               PERFORM CLEAR-ESTATE-ACCOUNT
               MOVE WS-DM-ACCOUNT-IN TO CREATE-ACCOUNT-ID
               MOVE "TL" TO WS-TX-CHANNEL
               MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
               MOVE "y" TO WS-CLOSE-ESTATE
               PERFORM CLOSE-ACCOUNT-WORKFLOW
               MOVE "n" TO WS-CLOSE-ESTATE
               IF WS-CLOSE-BLOCKED IS NOT EQUAL TO "y"
                   OPEN I-O ESTATE-LEDGER
                       READ ESTATE-LEDGER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "C" TO EST-ACTION
                               MOVE WS-DM-TODAY TO EST-SETTLED-DATE
                               MOVE WS-CLOSE-DISBURSE TO EST-DISBURSED
                               MOVE WS-CLOSE-DEST-ID TO
                                   EST-DISBURSED-TO
                               MOVE WS-STAFF-ID-IN TO EST-SETTLED-BY
                               REWRITE ESTATE-LEDGER-RECORD
                                   INVALID KEY
                                       DISPLAY "Error: unable to update 
      -                                    "the estate ledger"
                               END-REWRITE
                       END-READ
                   CLOSE ESTATE-LEDGER
                   PERFORM WRITE-ESTATE-REPORT
               END-IF
           END-IF.
      * Remove the standing instructions and sweeps the freeze
      * suspended and the payments it held, so the closure is not
      * refused for them and none of them can be released by mistake;
      * queued payments are only debited when sent, so nothing is owed
      * back
       CLEAR-ESTATE-ACCOUNT.
           MOVE 0 TO WS-DM-SI-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN I-O STANDING-INSTRUCTIONS
           MOVE LOW-VALUES TO SI-INSTRUCTION-ID
           START STANDING-INSTRUCTIONS KEY IS GREATER THAN
               SI-INSTRUCTION-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ STANDING-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   SI-ACCOUNT-ID IS EQUAL TO WS-DM-ACCOUNT-IN AND
                   SI-STATUS IS EQUAL TO "S"
                   DELETE STANDING-INSTRUCTIONS RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DM-SI-COUNT
                   END-DELETE
               END-IF
           END-PERFORM
           CLOSE STANDING-INSTRUCTIONS
           MOVE 0 TO WS-DM-SWEEP-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN I-O SWEEP-INSTRUCTIONS
           MOVE LOW-VALUES TO SWEEP-ID
           START SWEEP-INSTRUCTIONS KEY IS GREATER THAN SWEEP-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ SWEEP-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   SWEEP-STATUS IS EQUAL TO "S" AND
                   (SWEEP-SOURCE-ID IS EQUAL TO WS-DM-ACCOUNT-IN OR
                   SWEEP-DEST-ID IS EQUAL TO WS-DM-ACCOUNT-IN)
                   DELETE SWEEP-INSTRUCTIONS RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DM-SWEEP-COUNT
                   END-DELETE
               END-IF
           END-PERFORM
           CLOSE SWEEP-INSTRUCTIONS
           MOVE 0 TO WS-DM-HELD-COUNT
           MOVE "n" TO WS-DM-EOF
           OPEN I-O OUTBOUND-QUEUE
           MOVE LOW-VALUES TO OUTQ-ID
           START OUTBOUND-QUEUE KEY IS GREATER THAN OUTQ-ID
               INVALID KEY MOVE "y" TO WS-DM-EOF
           END-START
           PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-DM-EOF
               END-READ
               IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-ACCOUNT-ID IS EQUAL TO WS-DM-ACCOUNT-IN AND
                   OUTQ-HOLD IS EQUAL TO "y"
                   DELETE OUTBOUND-QUEUE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DM-HELD-COUNT
                   END-DELETE
               END-IF
           END-PERFORM
           CLOSE OUTBOUND-QUEUE
           MOVE "ESTATE-CLR" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-DM-ACCOUNT-IN
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "si=" WS-DM-SI-COUNT " sw=" WS-DM-SWEEP-COUNT
               " held=" WS-DM-HELD-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "removed" TO WS-AUDIT-AFTER
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
      * Estate-settlement report for the member in WS-DM-MEMBER-IN:
      * the estate contact, then each account on the ledger with what
      * was frozen, passed on or disbursed, then the totals
       WRITE-ESTATE-REPORT.
           MOVE "n" TO WS-DM-OK
           MOVE WS-DM-MEMBER-IN TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY DISPLAY "Unknown member ID..."
                   NOT INVALID KEY
                       IF MEMBER-DECEASED-DATE IS EQUAL TO 0
                           DISPLAY "Member "MEMBER-ID" is not recorded a
      -                        "s deceased"
                       ELSE
                           MOVE "y" TO WS-DM-OK
                       END-IF
               END-READ
           CLOSE MEMBER-DETAILS
           IF WS-DM-OK IS EQUAL TO "y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
               MOVE SPACES TO WS-FP-NAME
               STRING "estate." WS-DM-MEMBER-IN "." WS-REPORT-STAMP
                   ".txt"
                   DELIMITED BY SIZE INTO WS-FP-NAME
               END-STRING
               MOVE WS-FP-NAME TO WS-RC-FILE-NAME
               CALL "FILE-PATHS" USING WS-FP-NAME
                   WS-ESTATE-REPORT-PATH
               OPEN OUTPUT ESTATE-REPORT-FILE
               MOVE SPACES TO ESTATE-REPORT-LINE
               STRING "ESTATE SETTLEMENT member=" MEMBER-ID
                   " name=" MEMBER-NAME
                   " died=" MEMBER-DECEASED-DATE
                   DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
               END-STRING
               WRITE ESTATE-REPORT-LINE
               DISPLAY ESTATE-REPORT-LINE
               MOVE SPACES TO ESTATE-REPORT-LINE
               STRING "CONTACT " MEMBER-ESTATE-CONTACT
                   " address=" MEMBER-ESTATE-ADDRESS
                   DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
               END-STRING
               WRITE ESTATE-REPORT-LINE
               DISPLAY ESTATE-REPORT-LINE
               MOVE 0 TO WS-DM-REPORT-COUNT
               MOVE 0 TO WS-DM-FROZEN-COUNT
               MOVE 0 TO WS-DM-PASSED-COUNT
               MOVE 0 TO WS-DM-SETTLED-COUNT
               MOVE 0 TO WS-DM-TOTAL-BAL
               MOVE 0 TO WS-DM-TOTAL-DISB
               MOVE "n" TO WS-DM-EOF
               OPEN INPUT ESTATE-LEDGER
               MOVE WS-DM-MEMBER-IN TO EST-MEMBER-ID
               MOVE 0 TO EST-ACCOUNT-ID
               START ESTATE-LEDGER KEY IS GREATER THAN EST-KEY
                   INVALID KEY MOVE "y" TO WS-DM-EOF
               END-START
               PERFORM UNTIL WS-DM-EOF IS EQUAL TO "y"
                   READ ESTATE-LEDGER NEXT RECORD
                       AT END MOVE "y" TO WS-DM-EOF
                   END-READ
                   IF WS-DM-EOF IS NOT EQUAL TO "y" AND
                       EST-MEMBER-ID IS NOT EQUAL TO WS-DM-MEMBER-IN
                       MOVE "y" TO WS-DM-EOF
                   END-IF
                   IF WS-DM-EOF IS NOT EQUAL TO "y"
                       PERFORM WRITE-ONE-ESTATE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE ESTATE-LEDGER
               MOVE WS-DM-TOTAL-BAL TO WS-DM-TOTAL-DISP
               MOVE SPACES TO ESTATE-REPORT-LINE
               STRING "TOTAL accounts=" WS-DM-REPORT-COUNT
                   " passed=" WS-DM-PASSED-COUNT
                   " settled=" WS-DM-SETTLED-COUNT
                   " still-frozen=" WS-DM-FROZEN-COUNT
                   " balance-at-death=" WS-DM-TOTAL-DISP
                   " disbursed=" WS-DM-TOTAL-DISB
                   DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
               END-STRING
               WRITE ESTATE-REPORT-LINE
               DISPLAY ESTATE-REPORT-LINE
               CLOSE ESTATE-REPORT-FILE
               MOVE "ESTATE SETTLE" TO WS-RC-TYPE
               MOVE WS-DM-REPORT-COUNT TO WS-RC-COUNT
               PERFORM WRITE-REPORT-CATALOG
           END-IF.
      * One ledger record of the estate report, tallied into the totals
       WRITE-ONE-ESTATE-ACCOUNT.
           ADD 1 TO WS-DM-REPORT-COUNT
           ADD EST-BALANCE TO WS-DM-TOTAL-BAL
           ADD EST-DISBURSED TO WS-DM-TOTAL-DISB
           IF EST-ACTION IS EQUAL TO "S"
               ADD 1 TO WS-DM-PASSED-COUNT
           ELSE IF EST-ACTION IS EQUAL TO "C"
               ADD 1 TO WS-DM-SETTLED-COUNT
           ELSE
               ADD 1 TO WS-DM-FROZEN-COUNT
           END-IF
           END-IF
           MOVE EST-BALANCE TO WS-DM-BAL-DISP
           MOVE SPACES TO ESTATE-REPORT-LINE
           STRING "ACCOUNT " EST-ACCOUNT-ID
               " action=" EST-ACTION
               " prior=" EST-PRIOR-STATUS
               " balance=" WS-DM-BAL-DISP
               " frozen=" EST-FROZEN-DATE
               " si=" EST-SI-COUNT
               " sw=" EST-SWEEP-COUNT
               " held=" EST-HELD-COUNT
               " survivor=" EST-SURVIVOR-ID
               " settled=" EST-SETTLED-DATE
               " disbursed=" EST-DISBURSED
               " to=" EST-DISBURSED-TO
               DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
           END-STRING
           WRITE ESTATE-REPORT-LINE
           DISPLAY ESTATE-REPORT-LINE.
      * Staff-facing legal-order maintenance: record a garnishment or
      * tax levy as it arrives, look one up, release one the agency
      * has withdrawn or that is satisfied, or print the open orders;
      * the holds themselves are placed by the legal-order batch
       MAINTAIN-LEGAL-ORDERS.
           DISPLAY "Enter a command. 'add', 'read', 'release' or 'report
      -        "'"
           ACCEPT WS-LG-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-LG-TODAY
           IF WS-LG-COMMAND IS EQUAL TO "add"
               PERFORM ADD-LEGAL-ORDER
           ELSE IF WS-LG-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the order ID..."
               ACCEPT WS-LG-ORDER-IN
               MOVE WS-LG-ORDER-IN TO LO-ORDER-ID
               OPEN INPUT LEGAL-ORDERS
                   READ LEGAL-ORDERS
                       INVALID KEY DISPLAY "Unknown order ID..."
                       NOT INVALID KEY PERFORM SHOW-LEGAL-ORDER
                   END-READ
               CLOSE LEGAL-ORDERS
           ELSE IF WS-LG-COMMAND IS EQUAL TO "release"
               PERFORM RELEASE-LEGAL-ORDER
           ELSE IF WS-LG-COMMAND IS EQUAL TO "report"
               PERFORM WRITE-LEGAL-ORDER-REPORT
           ELSE
               DISPLAY "Command not recognized..."
           END-IF
           END-IF
           END-IF
           END-IF.
      * Key in an order from the agency's letter; it waits in status R
      * for the legal-order batch to place the holds
       ADD-LEGAL-ORDER.
           MOVE "y" TO WS-LG-OK
           INITIALIZE LEGAL-ORDER-RECORD
           DISPLAY "Enter the member ID the order is served on..."
           ACCEPT LO-MEMBER-ID
           MOVE LO-MEMBER-ID TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Unknown member ID..."
                       MOVE "n" TO WS-LG-OK
               END-READ
           CLOSE MEMBER-DETAILS
           IF WS-LG-OK IS EQUAL TO "y"
               DISPLAY "Enter the order type, (G)arnishment or tax (L)ev
      -            "y..."
               ACCEPT LO-TYPE
               IF LO-TYPE IS NOT EQUAL TO "G" AND
                   LO-TYPE IS NOT EQUAL TO "L"
                   DISPLAY "Unknown order type..."
                   MOVE "n" TO WS-LG-OK
               END-IF
           END-IF
           IF WS-LG-OK IS EQUAL TO "y"
               DISPLAY "Enter the issuing court or agency..."
               ACCEPT LO-AGENCY
               DISPLAY "Enter the amount demanded..."
               ACCEPT LO-DEMANDED
               DISPLAY "Enter the date received (YYMMDD), or 0 for today
      -            "..."
               ACCEPT LO-RECEIVED-DATE
               IF LO-RECEIVED-DATE IS EQUAL TO 0
                   MOVE WS-LG-TODAY TO LO-RECEIVED-DATE
               END-IF
               DISPLAY "Enter the date the order expires (YYMMDD)..."
               ACCEPT LO-EXPIRY-DATE
               IF LO-DEMANDED IS EQUAL TO 0 OR
                   LO-EXPIRY-DATE IS NOT GREATER THAN WS-LG-TODAY OR
                   LO-EXPIRY-DATE IS NOT GREATER THAN LO-RECEIVED-DATE
                   DISPLAY "The order needs an amount and an expiry date
      -                " after today and after the date received"
                   MOVE "n" TO WS-LG-OK
               END-IF
           END-IF
           IF WS-LG-OK IS EQUAL TO "y"
               DISPLAY "Does the order direct us to pay the held funds t
      -            "o the agency? y/n"
               ACCEPT LO-PAY
               IF LO-PAY IS EQUAL TO "y"
                   DISPLAY "Enter the agency's payee ID..."
                   ACCEPT LO-PAYEE-ID
                   MOVE LO-PAYEE-ID TO PAYEE-ID
                   PERFORM CHECK-PAYEE-USABLE
                   MOVE WS-PAYEE-OK TO WS-LG-OK
               ELSE
                   MOVE "n" TO LO-PAY
                   MOVE SPACES TO LO-PAYEE-ID
               END-IF
           END-IF
           IF WS-LG-OK IS EQUAL TO "y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO WS-TRANSACTION-DATE
               MOVE WS-CURRENT-TIME TO WS-TRANSACTION-TIME
               ADD WS-TRANSACTION-DATE TO WS-TRANSACTION-TIME
                   GIVING WS-TRANSACTION-DATE-DATA
               MOVE WS-TRANSACTION-DATE-DATA TO LO-ORDER-ID
               MOVE "R" TO LO-STATUS
               OPEN I-O LEGAL-ORDERS
                   WRITE LEGAL-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to record the order"
                           MOVE "n" TO WS-LG-OK
                       NOT INVALID KEY
                           DISPLAY "Order "LO-ORDER-ID" recorded; the le
      -                        "gal-order batch places the holds"
                   END-WRITE
               CLOSE LEGAL-ORDERS
           END-IF
           IF WS-LG-OK IS EQUAL TO "y"
               MOVE "LEGAL-ADD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING LO-ORDER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE "none" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING LO-TYPE " member " LO-MEMBER-ID " " LO-DEMANDED
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
       SHOW-LEGAL-ORDER.
           DISPLAY "Order "LO-ORDER-ID" type "LO-TYPE" member "
               LO-MEMBER-ID" status "LO-STATUS
           DISPLAY "Agency: "LO-AGENCY" payee "LO-PAYEE-ID" pay "LO-PAY
           DISPLAY "Demanded "LO-DEMANDED" received "LO-RECEIVED-DATE
               " expires "LO-EXPIRY-DATE" processed "LO-PROCESSED-DATE
           DISPLAY "Exempt "LO-EXEMPT" fee "LO-FEE" held "LO-HELD
               " remitted "LO-REMITTED
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > LO-HOLD-COUNT
               DISPLAY "  Hold "LO-HOLD-ID(WS-LG-IDX)" account "
                   LO-HOLD-ACCOUNT(WS-LG-IDX)" "
                   LO-HOLD-AMMOUNT(WS-LG-IDX)
           END-PERFORM.
      * The agency has withdrawn the order or it is satisfied: release
      * whatever it still holds
       RELEASE-LEGAL-ORDER.
           DISPLAY "Enter the order ID..."
           ACCEPT WS-LG-ORDER-IN
           MOVE WS-LG-ORDER-IN TO LO-ORDER-ID
           OPEN I-O LEGAL-ORDERS
               READ LEGAL-ORDERS
                   INVALID KEY DISPLAY "Unknown order ID..."
                   NOT INVALID KEY
                       IF LO-STATUS IS NOT EQUAL TO "R" AND
                           LO-STATUS IS NOT EQUAL TO "H"
                           DISPLAY "Order "LO-ORDER-ID
                               " is no longer open (status "
                               LO-STATUS")"
                       ELSE
                           PERFORM RELEASE-LEGAL-ORDER-HOLDS
                           MOVE LO-STATUS TO WS-AUDIT-BEFORE
                           MOVE "W" TO LO-STATUS
                           REWRITE LEGAL-ORDER-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to update the 
      -                                "order"
                           END-REWRITE
                           DISPLAY "Order "LO-ORDER-ID" released"
                           MOVE "LEGAL-REL" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-KEY
                           STRING LO-ORDER-ID
                               DELIMITED BY SIZE INTO WS-AUDIT-KEY
                           END-STRING
                           MOVE "W" TO WS-AUDIT-AFTER
                           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                           PERFORM LOG-MAINTENANCE-ACTION
                       END-IF
               END-READ
           CLOSE LEGAL-ORDERS.
      * Batch job: place the holds for every newly received order,
      * pay the agency once an order directing payment has held its
      * funds for the waiting period, release the holds of expired
      * orders, then print the orders still open
       RUN-LEGAL-ORDER-BATCH.
           MOVE "LG" TO WS-TX-CHANNEL
           MOVE "LEGALORD" TO WS-TX-OPERATOR
           PERFORM READ-LEGAL-ORDER-PARAMETERS
           MOVE 0 TO WS-LG-RECEIVED-COUNT
           MOVE 0 TO WS-LG-REMIT-COUNT
           MOVE 0 TO WS-LG-EXPIRED-COUNT
           MOVE 0 TO WS-LG-HELD-TOTAL
           MOVE 0 TO WS-LG-REMIT-TOTAL
           MOVE "n" TO WS-LG-EOF
           OPEN I-O LEGAL-ORDERS
           MOVE LOW-VALUES TO LO-ORDER-ID
           START LEGAL-ORDERS KEY IS GREATER THAN LO-ORDER-ID
               INVALID KEY MOVE "y" TO WS-LG-EOF
           END-START
           PERFORM UNTIL WS-LG-EOF IS EQUAL TO "y"
               READ LEGAL-ORDERS NEXT RECORD
                   AT END MOVE "y" TO WS-LG-EOF
               END-READ
               IF WS-LG-EOF IS NOT EQUAL TO "y"
                   PERFORM PROCESS-ONE-LEGAL-ORDER
               END-IF
           END-PERFORM
           CLOSE LEGAL-ORDERS
           DISPLAY "Orders placed on hold: "WS-LG-RECEIVED-COUNT
               " holding "WS-LG-HELD-TOTAL
           DISPLAY "Orders remitted: "WS-LG-REMIT-COUNT
               " totaling "WS-LG-REMIT-TOTAL
           DISPLAY "Orders expired and released: "WS-LG-EXPIRED-COUNT
           PERFORM WRITE-LEGAL-ORDER-REPORT.
      * Legal-processing fee and the payment waiting period from the
      * bank parameters, keeping the compiled defaults where none is
      * set
       READ-LEGAL-ORDER-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           MOVE WS-CURRENT-DATE(3:6) TO WS-LG-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "LEGAL-ORDER-FEE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-LG-FEE
           END-IF
           MOVE "LEGAL-REMIT-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-LG-REMIT-DAYS
           END-IF
           CLOSE BANK-PARAMETERS
           COMPUTE WS-LG-YYYYMMDD = 20000000 + WS-LG-TODAY
           COMPUTE WS-LG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LG-YYYYMMDD)
      * The two-month benefit lookback runs from the same day two
      * months back, compared against the CCYYMMDD posting dates
           COMPUTE WS-LG-CUT-MONTH =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           IF WS-CURRENT-MONTH > 2
               SUBTRACT 2 FROM WS-LG-CUT-MONTH
           ELSE
               SUBTRACT 90 FROM WS-LG-CUT-MONTH
           END-IF
           COMPUTE WS-LG-CUT-DATE =
               WS-LG-CUT-MONTH * 100 + WS-CURRENT-DAY.
      * One order in the FD record, moved on according to its status
       PROCESS-ONE-LEGAL-ORDER.
           IF LO-STATUS IS EQUAL TO "R"
               PERFORM PLACE-LEGAL-ORDER-HOLDS
           ELSE IF LO-STATUS IS EQUAL TO "H"
               IF LO-EXPIRY-DATE IS NOT GREATER THAN WS-LG-TODAY
                   PERFORM RELEASE-LEGAL-ORDER-HOLDS
                   MOVE "E" TO LO-STATUS
                   ADD 1 TO WS-LG-EXPIRED-COUNT
                   DISPLAY "Order "LO-ORDER-ID" expired; holds released"
               ELSE IF LO-PAY IS EQUAL TO "y"
                   COMPUTE WS-LG-YYYYMMDD =
                       20000000 + LO-PROCESSED-DATE
                   COMPUTE WS-LG-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LG-YYYYMMDD)
                   IF WS-LG-TODAY-INT - WS-LG-DATE-INT >=
                       WS-LG-REMIT-DAYS
                       PERFORM REMIT-LEGAL-ORDER
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to update order "LO-ORDER-ID
           END-REWRITE.
      * Hold the demanded amount across the member's accounts out of
      * what is free of existing holds and of the benefit deposits
      * the lookback protects, after charging the processing fee
       PLACE-LEGAL-ORDER-HOLDS.
           PERFORM FIND-LEGAL-ORDER-ACCOUNTS
           MOVE 0 TO LO-EXEMPT
           MOVE 0 TO LO-FEE
           MOVE 0 TO LO-HELD
           MOVE 0 TO LO-HOLD-COUNT
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-ACCT-COUNT
               ADD WS-LG-ACCT-EXEMPT(WS-LG-IDX) TO LO-EXEMPT
           END-PERFORM
           PERFORM CHARGE-LEGAL-ORDER-FEE
           MOVE LO-DEMANDED TO WS-LG-REMAINING
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-ACCT-COUNT OR
               WS-LG-REMAINING IS EQUAL TO 0
               IF WS-LG-ACCT-FREE(WS-LG-IDX) > 0
                   IF WS-LG-ACCT-FREE(WS-LG-IDX) < WS-LG-REMAINING
                       MOVE WS-LG-ACCT-FREE(WS-LG-IDX) TO WS-LG-AMMOUNT
                   ELSE
                       MOVE WS-LG-REMAINING TO WS-LG-AMMOUNT
                   END-IF
                   PERFORM PLACE-ONE-LEGAL-HOLD
               END-IF
           END-PERFORM
           MOVE "H" TO LO-STATUS
           MOVE WS-LG-TODAY TO LO-PROCESSED-DATE
           ADD 1 TO WS-LG-RECEIVED-COUNT
           ADD LO-HELD TO WS-LG-HELD-TOTAL
           DISPLAY "Order "LO-ORDER-ID" member "LO-MEMBER-ID
               " demanded "LO-DEMANDED" held "LO-HELD" exempt "
               LO-EXEMPT" fee "LO-FEE.
      * Gather the member's open accounts with their free balance:
      * ledger balance less active holds less benefit deposits in the
      * lookback months
       FIND-LEGAL-ORDER-ACCOUNTS.
           MOVE 0 TO WS-LG-ACCT-COUNT
           MOVE "n" TO WS-LG-TX-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-LG-TX-EOF
           END-START
           PERFORM UNTIL WS-LG-TX-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-LG-TX-EOF
               END-READ
               IF WS-LG-TX-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS EQUAL TO LO-MEMBER-ID AND
                   WS-LG-ACCT-COUNT < 10
                   ADD 1 TO WS-LG-ACCT-COUNT
                   MOVE CREATE-ACCOUNT-ID TO
                       WS-LG-ACCT-ID(WS-LG-ACCT-COUNT)
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-ACCT-COUNT
               MOVE 0 TO WS-LG-ACCT-FREE(WS-LG-IDX)
               MOVE 0 TO WS-LG-ACCT-EXEMPT(WS-LG-IDX)
               MOVE SPACES TO WS-LG-ACCT-CCY(WS-LG-IDX)
               MOVE WS-LG-ACCT-ID(WS-LG-IDX) TO BALANCE-ID
               OPEN INPUT BALANCE-DETAILS
                   READ BALANCE-DETAILS
                       INVALID KEY MOVE "C" TO BALANCE-STATUS
                   END-READ
               CLOSE BALANCE-DETAILS
      * Closed and charged-off accounts have nothing to hold
               IF BALANCE-STATUS IS NOT EQUAL TO "C" AND
                   BALANCE-STATUS IS NOT EQUAL TO "X"
                   MOVE BALANCE-AMMOUNT TO WS-LG-ACCT-FREE(WS-LG-IDX)
                   MOVE BALANCE-CURRENCY TO WS-LG-ACCT-CCY(WS-LG-IDX)
                   MOVE WS-LG-ACCT-ID(WS-LG-IDX) TO CREATE-ACCOUNT-ID
                   PERFORM COMPUTE-ACTIVE-HOLDS
                   SUBTRACT WS-ACTIVE-HOLD-TOTAL FROM
                       WS-LG-ACCT-FREE(WS-LG-IDX)
                   PERFORM COMPUTE-LEGAL-EXEMPT
                   SUBTRACT WS-LG-ACCT-EXEMPT(WS-LG-IDX) FROM
                       WS-LG-ACCT-FREE(WS-LG-IDX)
               END-IF
           END-PERFORM.
      * Benefit-coded deposits to the account at WS-LG-IDX in the
      * lookback months
       COMPUTE-LEGAL-EXEMPT.
           MOVE "n" TO WS-LG-TX-EOF
           MOVE WS-LG-ACCT-ID(WS-LG-IDX) TO TRANSACTION-ID
           OPEN INPUT TRANSACTION-DETAILS
               START TRANSACTION-DETAILS KEY IS EQUAL TO TRANSACTION-ID
                   INVALID KEY MOVE "y" TO WS-LG-TX-EOF
               END-START
               PERFORM UNTIL WS-LG-TX-EOF IS EQUAL TO "y"
                   READ TRANSACTION-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-LG-TX-EOF
                   END-READ
                   IF WS-LG-TX-EOF IS NOT EQUAL TO "y" AND
                       TRANSACTION-ID IS NOT EQUAL TO
                       WS-LG-ACCT-ID(WS-LG-IDX)
                       MOVE "y" TO WS-LG-TX-EOF
                   END-IF
                   IF WS-LG-TX-EOF IS NOT EQUAL TO "y" AND
                       TRANSACTION-SIGN IS EQUAL TO "+" AND
                       TRANSACTION-DATE IS NOT LESS THAN
                       WS-LG-CUT-DATE
                       PERFORM VARYING WS-LG-MEMO-IDX FROM 1 BY 1
                           UNTIL WS-LG-MEMO-IDX > 6
                           IF TRANSACTION-MEMO IS EQUAL TO
                               WS-LG-BENEFIT-MEMO(WS-LG-MEMO-IDX)
                               ADD TRANSACTION-AMMOUNT TO
                                   WS-LG-ACCT-EXEMPT(WS-LG-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           CLOSE TRANSACTION-DETAILS.
      * The processing fee comes out of the first account whose free
      * funds cover it, never out of protected benefit money; with no
      * such account the order is processed without a fee
       CHARGE-LEGAL-ORDER-FEE.
           MOVE "n" TO WS-LG-FEE-DONE
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-ACCT-COUNT OR
               WS-LG-FEE-DONE IS EQUAL TO "y"
               IF WS-LG-FEE > 0 AND
                   WS-LG-ACCT-FREE(WS-LG-IDX) >= WS-LG-FEE
                   MOVE "y" TO WS-LG-FEE-DONE
                   MOVE WS-LG-ACCT-ID(WS-LG-IDX) TO BALANCE-ID
                   OPEN I-O BALANCE-DETAILS
                   OPEN I-O TRANSACTION-DETAILS
                       READ BALANCE-DETAILS
                           INVALID KEY MOVE "n" TO WS-LG-FEE-DONE
                           NOT INVALID KEY
                               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                               SUBTRACT WS-LG-FEE FROM BALANCE-AMMOUNT
                               REWRITE BALANCES
                                   INVALID KEY
                                       DISPLAY "Error: unable to charge 
      -                                    "the legal-order fee"
                               END-REWRITE
                               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                               MOVE BALANCE-ID TO TRANSACTION-ID
                               MOVE WS-LG-FEE TO TRANSACTION-AMMOUNT
                               MOVE "-" TO TRANSACTION-SIGN
                               MOVE "LEGAL ORDER FEE" TO
                                   TRANSACTION-MEMO
                               MOVE BALANCE-CURRENCY TO
                                   TRANSACTION-CURRENCY
                               PERFORM WRITE-TRANSACTION-RECORD
                               MOVE BALANCE-ID TO WS-PJ-ACCOUNT
                               MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                               MOVE "LEGAL ORDER FEE" TO WS-PJ-SOURCE
                               PERFORM WRITE-POSTING-JOURNAL
                       END-READ
                   CLOSE TRANSACTION-DETAILS
                   CLOSE BALANCE-DETAILS
                   IF WS-LG-FEE-DONE IS EQUAL TO "y"
                       SUBTRACT WS-LG-FEE FROM
                           WS-LG-ACCT-FREE(WS-LG-IDX)
                       MOVE WS-LG-FEE TO LO-FEE
                       MOVE "LEGAL FEE" TO WS-IL-CATEGORY
                       MOVE WS-LG-FEE TO WS-IL-AMMOUNT
                       MOVE "+" TO WS-IL-SIGN
                       PERFORM WRITE-INCOME-LEDGER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LG-FEE-DONE IS NOT EQUAL TO "y" AND WS-LG-FEE > 0
               DISPLAY "Order "LO-ORDER-ID": no account has free funds f
      -            "or the fee; none charged"
           END-IF.
      * Hold WS-LG-AMMOUNT on the account at WS-LG-IDX until the order
      * expires, record it on the order and tell the customer
       PLACE-ONE-LEGAL-HOLD.
           PERFORM ASSIGN-LEGAL-HOLD-ID
           MOVE WS-LG-ACCT-ID(WS-LG-IDX) TO HOLD-ACCOUNT-ID
           MOVE WS-LG-AMMOUNT TO HOLD-AMMOUNT
           MOVE LO-EXPIRY-DATE TO HOLD-RELEASE-DATE
           MOVE "H" TO HOLD-STATUS
           MOVE "y" TO WS-LG-OK
           OPEN I-O HOLD-DETAILS
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to place the hold for orde
      -                    "r "LO-ORDER-ID
                       MOVE "n" TO WS-LG-OK
               END-WRITE
           CLOSE HOLD-DETAILS
           IF WS-LG-OK IS EQUAL TO "y"
               ADD 1 TO LO-HOLD-COUNT
               MOVE HOLD-ID TO LO-HOLD-ID(LO-HOLD-COUNT)
               MOVE HOLD-ACCOUNT-ID TO LO-HOLD-ACCOUNT(LO-HOLD-COUNT)
               MOVE HOLD-AMMOUNT TO LO-HOLD-AMMOUNT(LO-HOLD-COUNT)
               ADD WS-LG-AMMOUNT TO LO-HELD
               SUBTRACT WS-LG-AMMOUNT FROM WS-LG-REMAINING
               MOVE "LEGAL-HOLD" TO WS-NOTICE-EVENT
               MOVE HOLD-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING "order " LO-ORDER-ID " from " LO-AGENCY
                   " holds " WS-LG-AMMOUNT " until " LO-EXPIRY-DATE
                   "; benefits protected " WS-LG-ACCT-EXEMPT(WS-LG-IDX)
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
               PERFORM SEND-CUSTOMER-NOTICE
           END-IF.
      * Draw the next legal-order hold number from the LEGALHLD
      * sequence, seeded below the card holds and well above the
      * date-and-time numbers the deposit holds use
       ASSIGN-LEGAL-HOLD-ID.
           MOVE "LEGALHLD" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "LEGALHLD" TO SEQ-NAME
                       MOVE 8000000000 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the legal 
      -                            "hold sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO HOLD-ID
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the legal hold 
      -                    "sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL.
      * Queue each still-active hold of the order to the agency. The
      * queued payment takes the hold's number as its ID so the
      * outbound run can release the hold as it debits the account;
      * until then the money stays held
       REMIT-LEGAL-ORDER.
           MOVE LO-PAYEE-ID TO PAYEE-ID
           OPEN INPUT PAYEE-MASTER
               READ PAYEE-MASTER
                   INVALID KEY MOVE LO-AGENCY TO PAYEE-NAME
               END-READ
           CLOSE PAYEE-MASTER
           OPEN INPUT HOLD-DETAILS
           OPEN I-O OUTBOUND-QUEUE
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > LO-HOLD-COUNT
               MOVE LO-HOLD-ID(WS-LG-IDX) TO HOLD-ID
               READ HOLD-DETAILS
                   INVALID KEY MOVE "R" TO HOLD-STATUS
               END-READ
               IF HOLD-STATUS IS EQUAL TO "H"
                   MOVE HOLD-ID TO OUTQ-ID
                   MOVE HOLD-ACCOUNT-ID TO OUTQ-ACCOUNT-ID
                   MOVE HOLD-AMMOUNT TO OUTQ-AMMOUNT
                   MOVE "USD" TO OUTQ-CURRENCY
                   MOVE HOLD-ACCOUNT-ID TO BALANCE-ID
                   OPEN INPUT BALANCE-DETAILS
                       READ BALANCE-DETAILS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE BALANCE-CURRENCY TO OUTQ-CURRENCY
                       END-READ
                   CLOSE BALANCE-DETAILS
                   MOVE PAYEE-NAME TO OUTQ-BENEFICIARY
                   MOVE LO-PAYEE-ID TO OUTQ-PAYEE-ID
                   MOVE "L" TO OUTQ-ORIGIN
                   MOVE "n" TO OUTQ-HOLD
                   WRITE OUTBOUND-QUEUE-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to queue the remittanc
      -                        "e for hold "HOLD-ID
                       NOT INVALID KEY
                           ADD HOLD-AMMOUNT TO LO-REMITTED
                           ADD HOLD-AMMOUNT TO WS-LG-REMIT-TOTAL
                           MOVE "LEGAL-REMIT" TO WS-NOTICE-EVENT
                           MOVE HOLD-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
                           MOVE SPACES TO WS-NOTICE-DETAIL
                           STRING "order " LO-ORDER-ID " held funds "
                               HOLD-AMMOUNT " are being paid to "
                               LO-AGENCY
                               DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
                           END-STRING
                           PERFORM SEND-CUSTOMER-NOTICE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE OUTBOUND-QUEUE
           CLOSE HOLD-DETAILS
           MOVE "P" TO LO-STATUS
           ADD 1 TO WS-LG-REMIT-COUNT
           DISPLAY "Order "LO-ORDER-ID" remitted "LO-REMITTED" to "
               LO-AGENCY.
      * Release every hold of the order in the FD record that is still
      * active and tell the customer
       RELEASE-LEGAL-ORDER-HOLDS.
           OPEN I-O HOLD-DETAILS
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > LO-HOLD-COUNT
               MOVE LO-HOLD-ID(WS-LG-IDX) TO HOLD-ID
               READ HOLD-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HOLD-STATUS IS EQUAL TO "H"
                           MOVE "R" TO HOLD-STATUS
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to release hol
      -                                "d "HOLD-ID
                           END-REWRITE
                       END-IF
                       MOVE "LEGAL-REL" TO WS-NOTICE-EVENT
                       MOVE HOLD-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
                       MOVE SPACES TO WS-NOTICE-DETAIL
                       STRING "order " LO-ORDER-ID " from " LO-AGENCY
                           " no longer holds funds on this account"
                           DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
                       END-STRING
                       PERFORM SEND-CUSTOMER-NOTICE
               END-READ
           END-PERFORM
           CLOSE HOLD-DETAILS.
      * The outbound run has just debited a legal-order remittance;
      * the hold it was paid out of is released under the same number
       RELEASE-LEGAL-REMIT-HOLD.
           MOVE OUTQ-ID TO HOLD-ID
           OPEN I-O HOLD-DETAILS
               READ HOLD-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to release hold "
                                   HOLD-ID
                       END-REWRITE
               END-READ
           CLOSE HOLD-DETAILS.
      * Open legal-orders report: every order received or holding,
      * with what it demanded, holds and protects
       WRITE-LEGAL-ORDER-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "legalorders." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LEGAL-ORDER-REPORT-PATH
           OPEN OUTPUT LEGAL-ORDER-REPORT-FILE
           MOVE SPACES TO LEGAL-ORDER-REPORT-LINE
           STRING "OPEN LEGAL ORDERS date=" WS-REPORT-STAMP
               DELIMITED BY SIZE INTO LEGAL-ORDER-REPORT-LINE
           END-STRING
           WRITE LEGAL-ORDER-REPORT-LINE
           DISPLAY LEGAL-ORDER-REPORT-LINE
           MOVE 0 TO WS-LG-OPEN-COUNT
           MOVE "n" TO WS-LG-EOF
           OPEN INPUT LEGAL-ORDERS
           MOVE LOW-VALUES TO LO-ORDER-ID
           START LEGAL-ORDERS KEY IS GREATER THAN LO-ORDER-ID
               INVALID KEY MOVE "y" TO WS-LG-EOF
           END-START
           PERFORM UNTIL WS-LG-EOF IS EQUAL TO "y"
               READ LEGAL-ORDERS NEXT RECORD
                   AT END MOVE "y" TO WS-LG-EOF
               END-READ
               IF WS-LG-EOF IS NOT EQUAL TO "y" AND
                   (LO-STATUS IS EQUAL TO "R" OR
                   LO-STATUS IS EQUAL TO "H")
                   ADD 1 TO WS-LG-OPEN-COUNT
                   MOVE SPACES TO LEGAL-ORDER-REPORT-LINE
                   STRING "ORDER " LO-ORDER-ID
                       " type=" LO-TYPE
                       " member=" LO-MEMBER-ID
                       " status=" LO-STATUS
                       " agency=" LO-AGENCY
                       " demanded=" LO-DEMANDED
                       " held=" LO-HELD
                       " exempt=" LO-EXEMPT
                       " fee=" LO-FEE
                       " received=" LO-RECEIVED-DATE
                       " expires=" LO-EXPIRY-DATE
                       " pay=" LO-PAY
                       DELIMITED BY SIZE INTO LEGAL-ORDER-REPORT-LINE
                   END-STRING
                   WRITE LEGAL-ORDER-REPORT-LINE
                   DISPLAY LEGAL-ORDER-REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE LEGAL-ORDERS
           MOVE SPACES TO LEGAL-ORDER-REPORT-LINE
           STRING "TOTAL open orders=" WS-LG-OPEN-COUNT
               DELIMITED BY SIZE INTO LEGAL-ORDER-REPORT-LINE
           END-STRING
           WRITE LEGAL-ORDER-REPORT-LINE
           DISPLAY LEGAL-ORDER-REPORT-LINE
           CLOSE LEGAL-ORDER-REPORT-FILE
           MOVE "LEGAL ORDERS" TO WS-RC-TYPE
           MOVE WS-LG-OPEN-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Staff-facing signer maintenance for business members: link an
      * individual member to a business with a role, a signing limit
      * and their own sign-in, change a limit, remove a signer, clear
      * one held for review, list a business's signers, or re-screen
      * the beneficial owners after the watch list changes
       MAINTAIN-SIGNERS.
           DISPLAY "Enter a command. 'add', 'remove', 'limit', 'clear', 
      -        "'list' or 'screen'"
           ACCEPT WS-SG-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-SG-TODAY
           IF WS-SG-COMMAND IS EQUAL TO "add"
               PERFORM ADD-BUSINESS-SIGNER
           ELSE IF WS-SG-COMMAND IS EQUAL TO "remove" OR
               WS-SG-COMMAND IS EQUAL TO "limit" OR
               WS-SG-COMMAND IS EQUAL TO "clear"
               PERFORM CHANGE-BUSINESS-SIGNER
           ELSE IF WS-SG-COMMAND IS EQUAL TO "list"
               PERFORM LIST-BUSINESS-SIGNERS
           ELSE IF WS-SG-COMMAND IS EQUAL TO "screen"
               PERFORM SCREEN-BENEFICIAL-OWNERS
           ELSE
               DISPLAY "Command not recognized..."
           END-IF
           END-IF
           END-IF
           END-IF.
      * The business must be a business member and the signer a
      * living individual member; owners and control persons are
      * screened against the watch list before they can sign in
       ADD-BUSINESS-SIGNER.
           MOVE "y" TO WS-SG-OK
           INITIALIZE SIGNER-RECORD
           DISPLAY "Enter the business member ID..."
           ACCEPT WS-SG-BUSINESS-IN
           MOVE WS-SG-BUSINESS-IN TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Unknown member ID..."
                       MOVE "n" TO WS-SG-OK
                   NOT INVALID KEY
                       IF MEMBER-TYPE IS NOT EQUAL TO "B"
                           DISPLAY "That member is not a business..."
                           MOVE "n" TO WS-SG-OK
                       END-IF
               END-READ
           CLOSE MEMBER-DETAILS
           IF WS-SG-OK IS EQUAL TO "y"
               DISPLAY "Enter the signer's own member ID..."
               ACCEPT WS-SG-MEMBER-IN
               MOVE WS-SG-MEMBER-IN TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY
                           DISPLAY "Unknown member ID..."
                           MOVE "n" TO WS-SG-OK
                       NOT INVALID KEY
                           IF MEMBER-TYPE IS EQUAL TO "B" OR
                               MEMBER-DECEASED-DATE > 0
                               DISPLAY "A signer must be a living indivi
      -                            "dual member..."
                               MOVE "n" TO WS-SG-OK
                           END-IF
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF
           IF WS-SG-OK IS EQUAL TO "y"
               DISPLAY "Enter the role, beneficial (O)wner, (C)ontrol pe
      -            "rson or (A)uthorized signer..."
               ACCEPT SG-ROLE
               IF SG-ROLE IS NOT EQUAL TO "O" AND
                   SG-ROLE IS NOT EQUAL TO "C" AND
                   SG-ROLE IS NOT EQUAL TO "A"
                   DISPLAY "Unknown role..."
                   MOVE "n" TO WS-SG-OK
               END-IF
           END-IF
           IF WS-SG-OK IS EQUAL TO "y" AND SG-ROLE IS EQUAL TO "O"
               DISPLAY "Enter the percentage of the business owned..."
               ACCEPT SG-OWNERSHIP-PCT
               IF SG-OWNERSHIP-PCT IS EQUAL TO 0 OR
                   SG-OWNERSHIP-PCT > 100
                   DISPLAY "Ownership must be from 1 to 100 percent..."
                   MOVE "n" TO WS-SG-OK
               END-IF
           END-IF
           IF WS-SG-OK IS EQUAL TO "y"
               DISPLAY "Enter the signing limit per withdrawal or transf
      -            "er (0 for no limit)..."
               ACCEPT SG-LIMIT
               DISPLAY "Signer: enter the username for signing in to the
      -            " business's accounts..."
               ACCEPT SG-USERNAME
               DISPLAY "Signer: enter your password..."
               ACCEPT WS-SG-PASS-IN
               IF SG-USERNAME IS EQUAL TO SPACES OR
                   WS-SG-PASS-IN IS EQUAL TO SPACES
                   DISPLAY "A username and password are required..."
                   MOVE "n" TO WS-SG-OK
               END-IF
           END-IF
           IF WS-SG-OK IS EQUAL TO "y"
               MOVE WS-SG-PASS-IN TO WS-HASH-INPUT
               PERFORM HASH-PASSWORD
               MOVE WS-HASH-OUTPUT TO SG-PASSWORD
               MOVE WS-SG-BUSINESS-IN TO SG-BUSINESS-ID
               MOVE WS-SG-MEMBER-IN TO SG-MEMBER-ID
               MOVE WS-SG-TODAY TO SG-ADDED-DATE
               MOVE "A" TO SG-STATUS
               IF SG-ROLE IS EQUAL TO "O" OR SG-ROLE IS EQUAL TO "C"
                   PERFORM LOAD-SIGNER-IDENTITY
                   PERFORM SCREEN-ONE-SIGNER
               END-IF
      * Adding a signer already on file for the business (a removed
      * one coming back, say) replaces the old record
               OPEN I-O MEMBER-SIGNERS
                   WRITE SIGNER-RECORD
                       INVALID KEY REWRITE SIGNER-RECORD
                       END-REWRITE
                   END-WRITE
               CLOSE MEMBER-SIGNERS
               DISPLAY "Signer "SG-MEMBER-ID" recorded for business "
                   SG-BUSINESS-ID" with status "SG-STATUS
               MOVE "SIGNER-ADD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING SG-BUSINESS-ID "/" SG-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE "none" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "role " SG-ROLE " limit " SG-LIMIT
                   " status " SG-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
      * Remove a signer, change a signing limit, or clear a signer
      * held by the watch-list screening once the review is done
       CHANGE-BUSINESS-SIGNER.
           MOVE "y" TO WS-SG-OK
           DISPLAY "Enter the business member ID..."
           ACCEPT WS-SG-BUSINESS-IN
           DISPLAY "Enter the signer's member ID..."
           ACCEPT WS-SG-MEMBER-IN
           MOVE WS-SG-BUSINESS-IN TO SG-BUSINESS-ID
           MOVE WS-SG-MEMBER-IN TO SG-MEMBER-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           OPEN I-O MEMBER-SIGNERS
               READ MEMBER-SIGNERS
                   INVALID KEY
                       DISPLAY "No such signer for that business..."
                       MOVE "n" TO WS-SG-OK
               END-READ
               IF WS-SG-OK IS EQUAL TO "y" AND
                   SG-STATUS IS EQUAL TO "X"
                   DISPLAY "That signer has already been removed..."
                   MOVE "n" TO WS-SG-OK
               END-IF
               IF WS-SG-OK IS EQUAL TO "y"
                   IF WS-SG-COMMAND IS EQUAL TO "remove"
                       MOVE "SIGNER-DEL" TO WS-AUDIT-ACTION
                       STRING "status " SG-STATUS
                           DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                       END-STRING
                       MOVE "X" TO SG-STATUS
                       MOVE "status X" TO WS-AUDIT-AFTER
                   ELSE IF WS-SG-COMMAND IS EQUAL TO "limit"
                       MOVE "SIGNER-LIMIT" TO WS-AUDIT-ACTION
                       STRING "limit " SG-LIMIT
                           DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                       END-STRING
                       DISPLAY "Current signing limit "SG-LIMIT
                       DISPLAY "Enter the new signing limit (0 for no li
      -                    "mit)..."
                       ACCEPT SG-LIMIT
                       STRING "limit " SG-LIMIT
                           DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                       END-STRING
                   ELSE IF SG-STATUS IS NOT EQUAL TO "R"
                       DISPLAY "That signer is not held for review..."
                       MOVE "n" TO WS-SG-OK
                   ELSE
                       MOVE "SIGNER-CLEAR" TO WS-AUDIT-ACTION
                       MOVE "status R" TO WS-AUDIT-BEFORE
                       MOVE "A" TO SG-STATUS
                       MOVE "status A" TO WS-AUDIT-AFTER
                   END-IF
                   END-IF
                   END-IF
               END-IF
               IF WS-SG-OK IS EQUAL TO "y"
                   REWRITE SIGNER-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update the signer"
                           MOVE "n" TO WS-SG-OK
                   END-REWRITE
               END-IF
           CLOSE MEMBER-SIGNERS
           IF WS-SG-OK IS EQUAL TO "y"
               DISPLAY "Signer "SG-MEMBER-ID" for business "
                   SG-BUSINESS-ID" updated"
               MOVE SPACES TO WS-AUDIT-KEY
               STRING SG-BUSINESS-ID "/" SG-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
       LIST-BUSINESS-SIGNERS.
           DISPLAY "Enter the business member ID..."
           ACCEPT WS-SG-BUSINESS-IN
           MOVE 0 TO WS-SG-COUNT
           MOVE "n" TO WS-SG-EOF
           OPEN INPUT MEMBER-SIGNERS
           MOVE WS-SG-BUSINESS-IN TO SG-BUSINESS-ID
           MOVE 0 TO SG-MEMBER-ID
           START MEMBER-SIGNERS KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "y" TO WS-SG-EOF
           END-START
           PERFORM UNTIL WS-SG-EOF IS EQUAL TO "y"
               READ MEMBER-SIGNERS NEXT RECORD
                   AT END MOVE "y" TO WS-SG-EOF
                   NOT AT END
                       IF SG-BUSINESS-ID IS NOT EQUAL TO
                           WS-SG-BUSINESS-IN
                           MOVE "y" TO WS-SG-EOF
                       ELSE
                           ADD 1 TO WS-SG-COUNT
                           DISPLAY "Signer "SG-MEMBER-ID" role "SG-ROLE
                               " owns "SG-OWNERSHIP-PCT"% limit "
                               SG-LIMIT" status "SG-STATUS
                           DISPLAY "    user "SG-USERNAME(1:30)
                               " added "SG-ADDED-DATE" screened "
                               SG-SCREENED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-SIGNERS
           DISPLAY WS-SG-COUNT" signers on file for the business".
      * Re-run the watch-list screening over the active beneficial
      * owners and control persons of one business, or of every
      * business when zero is entered; a match holds the signer
       SCREEN-BENEFICIAL-OWNERS.
           DISPLAY "Enter the business member ID to screen (0 for every 
      -        "business)..."
           ACCEPT WS-SG-BUSINESS-IN
           MOVE 0 TO WS-SG-COUNT
           MOVE 0 TO WS-SG-HELD-COUNT
           MOVE "n" TO WS-SG-EOF
           OPEN I-O MEMBER-SIGNERS
           MOVE WS-SG-BUSINESS-IN TO SG-BUSINESS-ID
           MOVE 0 TO SG-MEMBER-ID
           START MEMBER-SIGNERS KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "y" TO WS-SG-EOF
           END-START
           PERFORM UNTIL WS-SG-EOF IS EQUAL TO "y"
               READ MEMBER-SIGNERS NEXT RECORD
                   AT END MOVE "y" TO WS-SG-EOF
                   NOT AT END
                       IF WS-SG-BUSINESS-IN IS NOT EQUAL TO 0 AND
                           SG-BUSINESS-ID IS NOT EQUAL TO
                           WS-SG-BUSINESS-IN
                           MOVE "y" TO WS-SG-EOF
                       ELSE IF SG-STATUS IS EQUAL TO "A" AND
                           (SG-ROLE IS EQUAL TO "O" OR
                           SG-ROLE IS EQUAL TO "C")
                           ADD 1 TO WS-SG-COUNT
                           PERFORM LOAD-SIGNER-IDENTITY
                           PERFORM SCREEN-ONE-SIGNER
                           REWRITE SIGNER-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to update "
                                       "signer "SG-MEMBER-ID
                           END-REWRITE
                           IF SG-STATUS IS EQUAL TO "R"
                               ADD 1 TO WS-SG-HELD-COUNT
                               MOVE "SIGNER-HOLD" TO WS-AUDIT-ACTION
                               MOVE SPACES TO WS-AUDIT-KEY
                               STRING SG-BUSINESS-ID "/" SG-MEMBER-ID
                                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
                               END-STRING
                               MOVE "status A" TO WS-AUDIT-BEFORE
                               MOVE "status R" TO WS-AUDIT-AFTER
                               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                               PERFORM LOG-MAINTENANCE-ACTION
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-SIGNERS
           DISPLAY WS-SG-COUNT" beneficial owners screened, "
               WS-SG-HELD-COUNT" held for review".
      * The signer's name, date of birth and government ID from the
      * member file, for the screening and the review-queue line
       LOAD-SIGNER-IDENTITY.
           MOVE SPACES TO WS-SG-SCREEN-NAME
           MOVE 0 TO WS-SG-SCREEN-DOB
           MOVE SPACES TO WS-SG-SCREEN-GOVT-ID
           MOVE SG-MEMBER-ID TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBER-NAME TO WS-SG-SCREEN-NAME
                       MOVE MEMBER-DOB TO WS-SG-SCREEN-DOB
                       MOVE MEMBER-GOVT-ID TO WS-SG-SCREEN-GOVT-ID
               END-READ
           CLOSE MEMBER-DETAILS.
      * The same exact-name screening BIO applies at intake; a match
      * holds the signer in status R and queues the review
       SCREEN-ONE-SIGNER.
           MOVE WS-SG-TODAY TO SG-SCREENED-DATE
           MOVE "n" TO WS-SG-ON-WATCH-LIST
           MOVE "n" TO WS-SG-WATCH-EOF
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS IS EQUAL TO "00"
               PERFORM UNTIL WS-SG-WATCH-EOF = "y"
                   READ WATCH-LIST-FILE
                       AT END MOVE "y" TO WS-SG-WATCH-EOF
                       NOT AT END
                           IF WATCH-LIST-NAME IS EQUAL TO
                               WS-SG-SCREEN-NAME
                               MOVE "y" TO WS-SG-ON-WATCH-LIST
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WATCH-LIST-FILE
           IF WS-SG-ON-WATCH-LIST IS EQUAL TO "y"
               MOVE "R" TO SG-STATUS
               MOVE SPACES TO REVIEW-QUEUE-LINE
               STRING "REVIEW date=" WS-SG-TODAY
                   " name=" WS-SG-SCREEN-NAME
                   " dob=" WS-SG-SCREEN-DOB
                   " govtid=" WS-SG-SCREEN-GOVT-ID
                   " owner-of=" SG-BUSINESS-ID
                   DELIMITED BY SIZE INTO REVIEW-QUEUE-LINE
               END-STRING
               OPEN EXTEND REVIEW-QUEUE-FILE
                   WRITE REVIEW-QUEUE-LINE
               CLOSE REVIEW-QUEUE-FILE
               DISPLAY "Signer "SG-MEMBER-ID" matches the watch list; he
      -            "ld for review and may not sign in"
           END-IF.
      * Sign-in by a listed signer of the business that owns the
      * account: the signer's own username and password, active
      * status only; the signer's limit then applies to the session
       FIND-BUSINESS-SIGNER.
           MOVE "n" TO WS-SG-SIGNED-IN
           MOVE 0 TO WS-SG-SESSION-MEMBER
           MOVE 0 TO WS-SG-SESSION-LIMIT
           IF CREATE-MEMBER-ID IS NOT EQUAL TO 0
               MOVE "n" TO WS-SG-EOF
               OPEN INPUT MEMBER-SIGNERS
               MOVE CREATE-MEMBER-ID TO SG-BUSINESS-ID
               MOVE 0 TO SG-MEMBER-ID
               START MEMBER-SIGNERS KEY IS NOT LESS THAN SG-KEY
                   INVALID KEY MOVE "y" TO WS-SG-EOF
               END-START
               PERFORM UNTIL WS-SG-EOF IS EQUAL TO "y"
                   READ MEMBER-SIGNERS NEXT RECORD
                       AT END MOVE "y" TO WS-SG-EOF
                       NOT AT END
                           IF SG-BUSINESS-ID IS NOT EQUAL TO
                               CREATE-MEMBER-ID
                               MOVE "y" TO WS-SG-EOF
                           ELSE IF SG-STATUS IS EQUAL TO "A" AND
                               SG-USERNAME IS EQUAL TO READ-USERNAME
                               AND SG-PASSWORD IS EQUAL TO
                               READ-PASSWORD
                               MOVE "y" TO WS-SG-SIGNED-IN
                               MOVE SG-MEMBER-ID TO
                                   WS-SG-SESSION-MEMBER
                               MOVE SG-LIMIT TO WS-SG-SESSION-LIMIT
                               MOVE "y" TO WS-SG-EOF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-SIGNERS
           END-IF.
      * Returned-mail intake: a notice or statement has come back
      * undeliverable, so the member's address is marked bad with the
      * date and the item that bounced, and the item itself is held
      * to be reprinted once the address has been changed
       RETURNED-MAIL-INTAKE.
           DISPLAY "Enter the account ID the returned item was sent for.
      -        ".."
           ACCEPT WS-RM-ACCOUNT-IN
           DISPLAY "Enter the notice event code that came back, or STATE
      -        "MENT..."
           ACCEPT WS-RM-EVENT-IN
           MOVE 0 TO WS-RM-PERIOD-IN
           IF WS-RM-EVENT-IN IS EQUAL TO "STATEMENT"
               DISPLAY "Enter the statement period (YYMM)..."
               ACCEPT WS-RM-PERIOD-IN
           END-IF
           MOVE "n" TO WS-RM-OK
           PERFORM CHECK-MAIL-ADDRESS
           IF WS-RM-MEMBER IS EQUAL TO 0
               DISPLAY "No member is on file for that account; nothing m
      -            "arked"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-RM-MEMBER TO MEMBER-ID
               OPEN I-O MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY DISPLAY "Unknown member ID..."
                       NOT INVALID KEY
                           MOVE "Y" TO MEMBER-ADDRESS-BAD
                           MOVE WS-CURRENT-DATE TO
                               MEMBER-BAD-ADDRESS-DATE
                           MOVE WS-RM-EVENT-IN TO MEMBER-BAD-NOTICE
                           REWRITE MEMBER-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to update the 
      -                                "member record"
                               NOT INVALID KEY
                                   MOVE "y" TO WS-RM-OK
                           END-REWRITE
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF
           IF WS-RM-OK IS EQUAL TO "y"
               MOVE "ADDRESS-BAD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING WS-RM-MEMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE MEMBER-ADDRESS TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "returned " WS-RM-EVENT-IN
                   " acct " WS-RM-ACCOUNT-IN
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               MOVE WS-RM-MEMBER TO HM-MEMBER-ID
               MOVE WS-RM-ACCOUNT-IN TO HM-ACCOUNT-ID
               IF WS-RM-EVENT-IN IS EQUAL TO "STATEMENT"
                   MOVE "S" TO HM-KIND
               ELSE
                   MOVE "N" TO HM-KIND
               END-IF
               MOVE WS-RM-EVENT-IN TO HM-EVENT
               MOVE WS-RM-PERIOD-IN TO HM-PERIOD
               MOVE SPACES TO HM-DETAIL
               PERFORM WRITE-HELD-MAIL-ITEM
               DISPLAY "Member "WS-RM-MEMBER" marked as returned mail; n
      -            "otices and statements are held until the address is 
      -            "changed in MEMBER-MAINT"
           END-IF.
      * Whether mail for the account in WS-RM-ACCOUNT-IN would go to
      * an address mail has come back from: the member behind the
      * account (a merged member resolved to its survivor) is left in
      * WS-RM-MEMBER, and WS-RM-BAD is set unless an estate address
      * is written to instead, the same rule CUSTOMER-NOTICE applies
       CHECK-MAIL-ADDRESS.
           MOVE "n" TO WS-RM-BAD
           MOVE 0 TO WS-RM-MEMBER
           MOVE WS-RM-ACCOUNT-IN TO CREATE-ACCOUNT-ID
           OPEN INPUT ACCOUNT-DETAILS
               READ ACCOUNT-DETAILS
                   INVALID KEY MOVE 0 TO CREATE-MEMBER-ID
               END-READ
           CLOSE ACCOUNT-DETAILS
           IF CREATE-MEMBER-ID IS NOT EQUAL TO 0
               MOVE CREATE-MEMBER-ID TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
                               MOVE MEMBER-MERGED-INTO TO MEMBER-ID
                               READ MEMBER-DETAILS
                                   INVALID KEY CONTINUE
                               END-READ
                           END-IF
                           MOVE MEMBER-ID TO WS-RM-MEMBER
                           IF MEMBER-ADDRESS-BAD IS EQUAL TO "Y"
                               MOVE "y" TO WS-RM-BAD
                           END-IF
                           IF MEMBER-DECEASED-DATE > 0 AND
                               MEMBER-ESTATE-ADDRESS IS NOT EQUAL TO
                               SPACES
                               MOVE "n" TO WS-RM-BAD
                           END-IF
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF.
      * Raised at sign-in, which is also the teller's visit, while
      * the member's mail is coming back: the teller takes a current
      * address and changes it in MEMBER-MAINT, which releases the
      * held mail for reprint
       PROMPT-RETURNED-MAIL.
           MOVE READ-ACCOUNT-ID TO WS-RM-ACCOUNT-IN
           PERFORM CHECK-MAIL-ADDRESS
           IF WS-RM-BAD IS EQUAL TO "y"
               DISPLAY "Mail to member "WS-RM-MEMBER
                   " has been returned undeliverable ("
                   MEMBER-BAD-NOTICE " on " MEMBER-BAD-ADDRESS-DATE ")"
               DISPLAY "Address on file: "MEMBER-ADDRESS
               DISPLAY "Please ask the customer for a current address an
      -            "d update it in MEMBER-MAINT; held mail is reprinted 
      -            "once it changes"
           END-IF.
      * File the item staged in HELD-MAIL-RECORD as held under today's
      * date and time; two items in the same hundredth of a second are
      * kept apart by stepping the time on the second one
       WRITE-HELD-MAIL-ITEM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO HM-HELD-DATE
           MOVE WS-CURRENT-TIME TO HM-HELD-TIME
           MOVE "H" TO HM-STATUS
           MOVE 0 TO HM-RELEASED-DATE
           OPEN I-O HELD-MAIL-FILE
               WRITE HELD-MAIL-RECORD
                   INVALID KEY
                       ADD 1 TO HM-HELD-TIME
                       WRITE HELD-MAIL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to hold mail for a
      -                            "ccount "
                                   HM-ACCOUNT-ID
                       END-WRITE
               END-WRITE
           CLOSE HELD-MAIL-FILE.
      * Held-mail run: every item still held for a returned address
      * is listed, and every item an address change has released is
      * reprinted - a notice goes back through CUSTOMER-NOTICE, a
      * statement is copied from the cycle-statement file into the
      * report - dated and catalogued
       HELD-MAIL-REPORT.
           MOVE 0 TO WS-RM-HELD-COUNT
           MOVE 0 TO WS-RM-REPRINT-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "heldmailrpt." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-HELD-MAIL-REPORT-PATH
           OPEN OUTPUT HELD-MAIL-REPORT-FILE
           MOVE SPACES TO HELD-MAIL-REPORT-LINE
           STRING "HELD MAIL as of " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO HELD-MAIL-REPORT-LINE
           END-STRING
           WRITE HELD-MAIL-REPORT-LINE
           DISPLAY HELD-MAIL-REPORT-LINE
           MOVE "n" TO WS-RM-EOF
           OPEN I-O HELD-MAIL-FILE
           MOVE 0 TO HM-MEMBER-ID
           MOVE 0 TO HM-HELD-DATE
           MOVE 0 TO HM-HELD-TIME
           START HELD-MAIL-FILE KEY IS NOT LESS THAN HM-KEY
               INVALID KEY MOVE "y" TO WS-RM-EOF
           END-START
           PERFORM UNTIL WS-RM-EOF IS EQUAL TO "y"
               READ HELD-MAIL-FILE NEXT RECORD
                   AT END MOVE "y" TO WS-RM-EOF
               END-READ
      * A released item whose address has gone bad again drops back
      * to held and is listed with the rest
               IF WS-RM-EOF IS NOT EQUAL TO "y" AND
                   HM-STATUS IS EQUAL TO "R"
                   PERFORM REPRINT-HELD-ITEM
               END-IF
               IF WS-RM-EOF IS NOT EQUAL TO "y" AND
                   HM-STATUS IS EQUAL TO "H"
                   MOVE SPACES TO HELD-MAIL-REPORT-LINE
                   STRING "HELD member=" HM-MEMBER-ID
                       " account=" HM-ACCOUNT-ID
                       " item=" HM-EVENT
                       " period=" HM-PERIOD
                       " held=" HM-HELD-DATE
                       DELIMITED BY SIZE INTO HELD-MAIL-REPORT-LINE
                   END-STRING
                   WRITE HELD-MAIL-REPORT-LINE
                   DISPLAY HELD-MAIL-REPORT-LINE
                   ADD 1 TO WS-RM-HELD-COUNT
               END-IF
           END-PERFORM
           CLOSE HELD-MAIL-FILE
           MOVE SPACES TO HELD-MAIL-REPORT-LINE
           STRING "TOTAL held=" WS-RM-HELD-COUNT
               " reprinted=" WS-RM-REPRINT-COUNT
               DELIMITED BY SIZE INTO HELD-MAIL-REPORT-LINE
           END-STRING
           WRITE HELD-MAIL-REPORT-LINE
           DISPLAY HELD-MAIL-REPORT-LINE
           CLOSE HELD-MAIL-REPORT-FILE
           MOVE "HELD MAIL" TO WS-RC-TYPE
           COMPUTE WS-RC-COUNT = WS-RM-HELD-COUNT + WS-RM-REPRINT-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Reprint one released item, or put it back on hold when mail
      * to the member's address has been returned again since
       REPRINT-HELD-ITEM.
           MOVE HM-ACCOUNT-ID TO WS-RM-ACCOUNT-IN
           PERFORM CHECK-MAIL-ADDRESS
           IF WS-RM-BAD IS EQUAL TO "y"
               MOVE "H" TO HM-STATUS
               MOVE 0 TO HM-RELEASED-DATE
           ELSE
               IF HM-KIND IS EQUAL TO "S"
                   PERFORM REPRINT-HELD-STATEMENT
               ELSE
                   MOVE HM-EVENT TO WS-NOTICE-EVENT
                   MOVE HM-ACCOUNT-ID TO WS-NOTICE-ACCOUNT
                   MOVE HM-DETAIL TO WS-NOTICE-DETAIL
                   PERFORM SEND-CUSTOMER-NOTICE
                   MOVE SPACES TO HELD-MAIL-REPORT-LINE
                   STRING "REPRINTED notice account=" HM-ACCOUNT-ID
                       " event=" HM-EVENT
                       " held=" HM-HELD-DATE
                       " released=" HM-RELEASED-DATE
                       DELIMITED BY SIZE INTO HELD-MAIL-REPORT-LINE
                   END-STRING
                   WRITE HELD-MAIL-REPORT-LINE
                   DISPLAY HELD-MAIL-REPORT-LINE
               END-IF
               MOVE "P" TO HM-STATUS
               ADD 1 TO WS-RM-REPRINT-COUNT
           END-IF
           REWRITE HELD-MAIL-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to update held mail for accoun
      -                "t "HM-ACCOUNT-ID
           END-REWRITE.
      * A held statement is reprinted from the cycle-statement file,
      * the same lines the sp reprint shows
       REPRINT-HELD-STATEMENT.
           MOVE SPACES TO HELD-MAIL-REPORT-LINE
           STRING "REPRINTED statement account=" HM-ACCOUNT-ID
               " period=" HM-PERIOD
               " held=" HM-HELD-DATE
               " released=" HM-RELEASED-DATE
               DELIMITED BY SIZE INTO HELD-MAIL-REPORT-LINE
           END-STRING
           WRITE HELD-MAIL-REPORT-LINE
           DISPLAY HELD-MAIL-REPORT-LINE
           MOVE SPACES TO WS-REPRINT-PREFIX
           STRING "account=" HM-ACCOUNT-ID " period=" HM-PERIOD
               DELIMITED BY SIZE INTO WS-REPRINT-PREFIX
           END-STRING
           MOVE 0 TO WS-RM-LINE-COUNT
           MOVE "n" TO WS-REPRINT-EOF
           OPEN INPUT CYCLE-STATEMENT-FILE
           PERFORM UNTIL WS-REPRINT-EOF IS EQUAL TO "y"
               READ CYCLE-STATEMENT-FILE
                   AT END MOVE "y" TO WS-REPRINT-EOF
                   NOT AT END
                       IF CYCLE-STATEMENT-LINE(1:28) IS EQUAL TO
                           WS-REPRINT-PREFIX
                           MOVE SPACES TO HELD-MAIL-REPORT-LINE
                           STRING "    " CYCLE-STATEMENT-LINE(30:90)
                               DELIMITED BY SIZE
                               INTO HELD-MAIL-REPORT-LINE
                           END-STRING
                           WRITE HELD-MAIL-REPORT-LINE
                           ADD 1 TO WS-RM-LINE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-STATEMENT-FILE
           IF WS-RM-LINE-COUNT IS EQUAL TO 0
               MOVE SPACES TO HELD-MAIL-REPORT-LINE
               STRING "    no statement lines are on file for that perio
      -            "d; reprint it from the register with sp"
                   DELIMITED BY SIZE INTO HELD-MAIL-REPORT-LINE
               END-STRING
               WRITE HELD-MAIL-REPORT-LINE
           END-IF.
      * Staff-facing complaint register: log a complaint as it comes
      * in, assign it to a member of staff, add notes as it is worked,
      * close it under a root-cause code, or read one with its
      * history. Every change goes into the complaint history
       MAINTAIN-COMPLAINTS.
           DISPLAY "Enter a command. 'log', 'assign', 'note', 'close' or
      -        " 'read'"
           ACCEPT WS-CQ-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-CQ-TODAY
           IF WS-CQ-COMMAND IS EQUAL TO "log"
               PERFORM LOG-COMPLAINT
           ELSE IF WS-CQ-COMMAND IS EQUAL TO "assign"
               PERFORM ASSIGN-COMPLAINT
           ELSE IF WS-CQ-COMMAND IS EQUAL TO "note"
               PERFORM NOTE-COMPLAINT
           ELSE IF WS-CQ-COMMAND IS EQUAL TO "close"
               PERFORM CLOSE-COMPLAINT
           ELSE IF WS-CQ-COMMAND IS EQUAL TO "read"
               PERFORM READ-COMPLAINT
           ELSE
               DISPLAY "Command not recognized..."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * Key in a new complaint; its response deadline is the
      * category's number of business days from today
       LOG-COMPLAINT.
           MOVE "y" TO WS-CQ-OK
           INITIALIZE COMPLAINT-RECORD
           DISPLAY "Enter the member ID of the complainant..."
           ACCEPT CMP-MEMBER-ID
           MOVE CMP-MEMBER-ID TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY
                       DISPLAY "Unknown member ID..."
                       MOVE "n" TO WS-CQ-OK
               END-READ
           CLOSE MEMBER-DETAILS
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Enter the account ID the complaint concerns, or 
      -            "0 for none..."
               ACCEPT CMP-ACCOUNT-ID
               IF CMP-ACCOUNT-ID IS NOT EQUAL TO 0
                   MOVE CMP-ACCOUNT-ID TO CREATE-ACCOUNT-ID
                   OPEN INPUT ACCOUNT-DETAILS
                       READ ACCOUNT-DETAILS
                           INVALID KEY
                               DISPLAY "Unknown account ID..."
                               MOVE "n" TO WS-CQ-OK
                       END-READ
                   CLOSE ACCOUNT-DETAILS
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Enter the channel it came in by, (B)ranch, (P)ho
      -            "ne, (M)ail, (E)-mail or (W)eb..."
               ACCEPT CMP-CHANNEL
               IF CMP-CHANNEL IS NOT EQUAL TO "B" AND
                   CMP-CHANNEL IS NOT EQUAL TO "P" AND
                   CMP-CHANNEL IS NOT EQUAL TO "M" AND
                   CMP-CHANNEL IS NOT EQUAL TO "E" AND
                   CMP-CHANNEL IS NOT EQUAL TO "W"
                   DISPLAY "Unknown channel..."
                   MOVE "n" TO WS-CQ-OK
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Categories:"
               PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > 8
                   DISPLAY "  "WS-CQ-CAT-CODE(WS-CQ-IDX)" "
                       WS-CQ-CAT-NAME(WS-CQ-IDX)
               END-PERFORM
               DISPLAY "Enter the category code..."
               ACCEPT CMP-CATEGORY
               PERFORM FIND-COMPLAINT-CATEGORY
               IF WS-CQ-CAT-IDX IS EQUAL TO 0
                   DISPLAY "Unknown category..."
                   MOVE "n" TO WS-CQ-OK
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Enter a summary of the complaint..."
               ACCEPT CMP-SUMMARY
               IF CMP-SUMMARY IS EQUAL TO SPACES
                   DISPLAY "A complaint needs a summary..."
                   MOVE "n" TO WS-CQ-OK
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               PERFORM READ-COMPLAINT-PARAMETERS
               PERFORM LOAD-HOLIDAY-TABLE
               MOVE WS-CQ-TODAY TO WS-ROLL-DATE
               MOVE "d" TO WS-ROLL-FREQUENCY
               PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CQ-DAYS
                   PERFORM ROLL-DATE-FORWARD
               END-PERFORM
               PERFORM ASSIGN-COMPLAINT-ID
               MOVE WS-CQ-ID-IN TO CMP-ID
               MOVE WS-STAFF-ID-IN TO CMP-LOGGED-BY
               MOVE SPACES TO CMP-ASSIGNED-TO
               MOVE WS-CQ-TODAY TO CMP-OPENED-DATE
               MOVE WS-ROLL-DATE TO CMP-DUE-DATE
               MOVE "O" TO CMP-STATUS
               MOVE 0 TO CMP-CLOSED-DATE
               MOVE SPACES TO CMP-CLOSED-BY
               MOVE SPACES TO CMP-ROOT-CAUSE
               OPEN I-O COMPLAINTS
                   WRITE COMPLAINT-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to record complaint "
                               CMP-ID
                           MOVE "n" TO WS-CQ-OK
                   END-WRITE
               CLOSE COMPLAINTS
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               MOVE "LOGGED" TO WS-CQ-ACTION
               MOVE CMP-SUMMARY TO WS-CQ-NOTE
               PERFORM WRITE-COMPLAINT-HISTORY
               MOVE "CMP-LOG" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING CMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE "none" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING CMP-CATEGORY " member " CMP-MEMBER-ID
                   " due " CMP-DUE-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Complaint "CMP-ID" logged; response due "
                   CMP-DUE-DATE
           END-IF.
      * Hand an open complaint to a member of staff, or pass it on
      * from one to another
       ASSIGN-COMPLAINT.
           PERFORM FETCH-OPEN-COMPLAINT
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Enter the staff ID to assign it to..."
               ACCEPT WS-CQ-STAFF-IN
               MOVE WS-CQ-STAFF-IN TO STAFF-ID
               OPEN INPUT STAFF-DETAILS
                   READ STAFF-DETAILS
                       INVALID KEY
                           DISPLAY "Unknown staff ID..."
                           MOVE "n" TO WS-CQ-OK
                   END-READ
               CLOSE STAFF-DETAILS
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING CMP-STATUS " " CMP-ASSIGNED-TO
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE WS-CQ-STAFF-IN TO CMP-ASSIGNED-TO
               MOVE "A" TO CMP-STATUS
               PERFORM REWRITE-COMPLAINT
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               MOVE "ASSIGNED" TO WS-CQ-ACTION
               MOVE SPACES TO WS-CQ-NOTE
               STRING "assigned to " CMP-ASSIGNED-TO
                   DELIMITED BY SIZE INTO WS-CQ-NOTE
               END-STRING
               PERFORM WRITE-COMPLAINT-HISTORY
               MOVE "CMP-ASSIGN" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING CMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING CMP-STATUS " " CMP-ASSIGNED-TO
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Complaint "CMP-ID" assigned to "CMP-ASSIGNED-TO
           END-IF.
      * A working note on an open complaint; the complaint itself is
      * unchanged, the note goes into its history
       NOTE-COMPLAINT.
           PERFORM FETCH-OPEN-COMPLAINT
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Enter the note..."
               ACCEPT WS-CQ-NOTE
               IF WS-CQ-NOTE IS EQUAL TO SPACES
                   DISPLAY "Nothing to add..."
                   MOVE "n" TO WS-CQ-OK
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               MOVE "NOTE" TO WS-CQ-ACTION
               PERFORM WRITE-COMPLAINT-HISTORY
               DISPLAY "Note added to complaint "CMP-ID
           END-IF.
      * Resolve an open complaint under one of the root-cause codes,
      * with the resolution as the closing note
       CLOSE-COMPLAINT.
           PERFORM FETCH-OPEN-COMPLAINT
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Root-cause codes: STAF staff error, PROC process
      -            ", SYST system, POLC policy,"
               DISPLAY "  THRD third party, CUST customer misunderstandi
      -            "ng, NONE no fault found"
               DISPLAY "Enter the root-cause code..."
               ACCEPT WS-CQ-CAUSE-IN
               MOVE "n" TO WS-CQ-FOUND
               PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > 7
                   IF WS-CQ-CAUSE(WS-CQ-IDX) IS EQUAL TO WS-CQ-CAUSE-IN
                       MOVE "y" TO WS-CQ-FOUND
                   END-IF
               END-PERFORM
               IF WS-CQ-FOUND IS NOT EQUAL TO "y"
                   DISPLAY "Unknown root-cause code..."
                   MOVE "n" TO WS-CQ-OK
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Enter the resolution..."
               ACCEPT WS-CQ-NOTE
               IF WS-CQ-NOTE IS EQUAL TO SPACES
                   DISPLAY "Enter the resolution to close it..."
                   MOVE "n" TO WS-CQ-OK
               END-IF
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               MOVE CMP-STATUS TO WS-AUDIT-BEFORE
               MOVE "C" TO CMP-STATUS
               MOVE WS-CQ-TODAY TO CMP-CLOSED-DATE
               MOVE WS-STAFF-ID-IN TO CMP-CLOSED-BY
               MOVE WS-CQ-CAUSE-IN TO CMP-ROOT-CAUSE
               PERFORM REWRITE-COMPLAINT
           END-IF
           IF WS-CQ-OK IS EQUAL TO "y"
               MOVE "CLOSED" TO WS-CQ-ACTION
               PERFORM WRITE-COMPLAINT-HISTORY
               MOVE "CMP-CLOSE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING CMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "C " CMP-ROOT-CAUSE
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Complaint "CMP-ID" closed, root cause "
                   CMP-ROOT-CAUSE
           END-IF.
      * Show one complaint and its history, oldest entry first
       READ-COMPLAINT.
           DISPLAY "Enter the complaint number..."
           ACCEPT WS-CQ-ID-IN
           MOVE WS-CQ-ID-IN TO CMP-ID
           MOVE "y" TO WS-CQ-OK
           OPEN INPUT COMPLAINTS
               READ COMPLAINTS
                   INVALID KEY
                       DISPLAY "Unknown complaint number..."
                       MOVE "n" TO WS-CQ-OK
               END-READ
           CLOSE COMPLAINTS
           IF WS-CQ-OK IS EQUAL TO "y"
               DISPLAY "Complaint "CMP-ID" member "CMP-MEMBER-ID
                   " account "CMP-ACCOUNT-ID" channel "CMP-CHANNEL
                   " category "CMP-CATEGORY
               DISPLAY "Status "CMP-STATUS" logged by "CMP-LOGGED-BY
                   " assigned to "CMP-ASSIGNED-TO
               DISPLAY "Opened "CMP-OPENED-DATE" due "CMP-DUE-DATE
                   " closed "CMP-CLOSED-DATE" by "CMP-CLOSED-BY
                   " root cause "CMP-ROOT-CAUSE
               DISPLAY "Summary: "CMP-SUMMARY
               MOVE "n" TO WS-CQ-EOF
               OPEN INPUT COMPLAINT-HISTORY
               MOVE CMP-ID TO CH-COMPLAINT-ID
               MOVE 0 TO CH-DATE
               MOVE 0 TO CH-TIME
               START COMPLAINT-HISTORY KEY IS NOT LESS THAN CH-KEY
                   INVALID KEY MOVE "y" TO WS-CQ-EOF
               END-START
               PERFORM UNTIL WS-CQ-EOF IS EQUAL TO "y"
                   READ COMPLAINT-HISTORY NEXT RECORD
                       AT END MOVE "y" TO WS-CQ-EOF
                   END-READ
                   IF WS-CQ-EOF IS NOT EQUAL TO "y" AND
                       CH-COMPLAINT-ID IS NOT EQUAL TO CMP-ID
                       MOVE "y" TO WS-CQ-EOF
                   END-IF
                   IF WS-CQ-EOF IS NOT EQUAL TO "y"
                       DISPLAY "  "CH-DATE" "CH-TIME" "CH-ACTION" "
                           CH-STAFF-ID" "CH-STATUS" "CH-NOTE
                   END-IF
               END-PERFORM
               CLOSE COMPLAINT-HISTORY
           END-IF.
      * Read the keyed complaint into the FD record, refusing one
      * that is already closed
       FETCH-OPEN-COMPLAINT.
           DISPLAY "Enter the complaint number..."
           ACCEPT WS-CQ-ID-IN
           MOVE WS-CQ-ID-IN TO CMP-ID
           MOVE "y" TO WS-CQ-OK
           OPEN INPUT COMPLAINTS
               READ COMPLAINTS
                   INVALID KEY
                       DISPLAY "Unknown complaint number..."
                       MOVE "n" TO WS-CQ-OK
               END-READ
           CLOSE COMPLAINTS
           IF WS-CQ-OK IS EQUAL TO "y" AND
               CMP-STATUS IS EQUAL TO "C"
               DISPLAY "Complaint "CMP-ID" was closed on "
                   CMP-CLOSED-DATE
               MOVE "n" TO WS-CQ-OK
           END-IF.
       REWRITE-COMPLAINT.
           OPEN I-O COMPLAINTS
               REWRITE COMPLAINT-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to update complaint "
                           CMP-ID
                       MOVE "n" TO WS-CQ-OK
               END-REWRITE
           CLOSE COMPLAINTS.
      * One history entry for the complaint in the FD record, under
      * today's date and time; two entries in the same hundredth of a
      * second are kept apart by stepping the time on the second one
       WRITE-COMPLAINT-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE CMP-ID TO CH-COMPLAINT-ID
           MOVE WS-CURRENT-DATE TO CH-DATE
           MOVE WS-CURRENT-TIME TO CH-TIME
           MOVE WS-CQ-ACTION TO CH-ACTION
           MOVE WS-STAFF-ID-IN TO CH-STAFF-ID
           MOVE CMP-STATUS TO CH-STATUS
           MOVE WS-CQ-NOTE TO CH-NOTE
           OPEN I-O COMPLAINT-HISTORY
               WRITE COMPLAINT-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO CH-TIME
                       WRITE COMPLAINT-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to record history 
      -                            "for complaint "
                                   CMP-ID
                       END-WRITE
               END-WRITE
           CLOSE COMPLAINT-HISTORY.
      * Position of CMP-CATEGORY in the category table, 0 if unknown
       FIND-COMPLAINT-CATEGORY.
           MOVE 0 TO WS-CQ-CAT-IDX
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
               UNTIL WS-CQ-IDX > 8
               IF WS-CQ-CAT-CODE(WS-CQ-IDX) IS EQUAL TO CMP-CATEGORY
                   MOVE WS-CQ-IDX TO WS-CQ-CAT-IDX
               END-IF
           END-PERFORM.
      * Response window for the category at WS-CQ-CAT-IDX, from the
      * COMPLAINT-DAYS-xx bank parameter when one is in force
       READ-COMPLAINT-PARAMETERS.
           MOVE WS-CQ-CAT-DAYS(WS-CQ-CAT-IDX) TO WS-CQ-DAYS
           MOVE WS-CQ-TODAY TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE SPACES TO PARAM-NAME
           STRING "COMPLAINT-DAYS-" CMP-CATEGORY
               DELIMITED BY SIZE INTO PARAM-NAME
           END-STRING
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-CQ-DAYS
           END-IF
           CLOSE BANK-PARAMETERS.
      * Draw the next complaint number from the sequence control
      * file, seeding the COMPLAINT sequence at 1 on first use
       ASSIGN-COMPLAINT-ID.
           MOVE "COMPLAINT" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "COMPLAINT" TO SEQ-NAME
                       MOVE 1 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the compla
      -                            "int sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO WS-CQ-ID-IN
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the complaint "
                           "sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL.
      * Weekly complaint report: every complaint still open past its
      * due date is listed and raised to operations as a warning, then
      * open, overdue and the week's closed complaints are tallied by
      * category and by staff member, with the average calendar days
      * those closed complaints took. Dated and catalogued
       RUN-COMPLAINT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-CQ-TODAY
           COMPUTE WS-CQ-YYYYMMDD = 20000000 + WS-CQ-TODAY
           COMPUTE WS-CQ-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CQ-YYYYMMDD)
           MOVE WS-CQ-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "complaints." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-COMPLAINT-REPORT-PATH
           MOVE 0 TO WS-CQ-OPEN-COUNT
           MOVE 0 TO WS-CQ-OVERDUE-COUNT
           MOVE 0 TO WS-CQ-CLOSED-COUNT
           MOVE 0 TO WS-CQ-CLOSE-DAYS-TOTAL
           MOVE 0 TO WS-CQ-STAFF-COUNT
           INITIALIZE WS-CQ-CAT-TALLY-TABLE
           INITIALIZE WS-CQ-STAFF-TALLY-TABLE
           OPEN OUTPUT COMPLAINT-REPORT-FILE
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING "COMPLAINTS week ending " WS-CQ-TODAY
               DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
           END-STRING
           WRITE COMPLAINT-REPORT-LINE
           DISPLAY COMPLAINT-REPORT-LINE
           MOVE "n" TO WS-CQ-EOF
           OPEN INPUT COMPLAINTS
               MOVE 0 TO CMP-ID
               START COMPLAINTS KEY IS GREATER THAN CMP-ID
                   INVALID KEY MOVE "y" TO WS-CQ-EOF
               END-START
               PERFORM UNTIL WS-CQ-EOF IS EQUAL TO "y"
                   READ COMPLAINTS NEXT RECORD
                       AT END MOVE "y" TO WS-CQ-EOF
                   END-READ
                   IF WS-CQ-EOF IS NOT EQUAL TO "y"
                       PERFORM TALLY-ONE-COMPLAINT
                   END-IF
               END-PERFORM
           CLOSE COMPLAINTS
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING "BY CATEGORY"
               DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
           END-STRING
           WRITE COMPLAINT-REPORT-LINE
           DISPLAY COMPLAINT-REPORT-LINE
           PERFORM VARYING WS-CQ-CAT-IDX FROM 1 BY 1
               UNTIL WS-CQ-CAT-IDX > 8
               IF WS-CQ-CAT-CLOSED(WS-CQ-CAT-IDX) IS GREATER THAN 0
                   COMPUTE WS-CQ-AVG-DISP ROUNDED =
                       WS-CQ-CAT-DAYS-TOTAL(WS-CQ-CAT-IDX) /
                       WS-CQ-CAT-CLOSED(WS-CQ-CAT-IDX)
               ELSE
                   MOVE 0 TO WS-CQ-AVG-DISP
               END-IF
               MOVE SPACES TO COMPLAINT-REPORT-LINE
               STRING "  " WS-CQ-CAT-CODE(WS-CQ-CAT-IDX)
                   " " WS-CQ-CAT-NAME(WS-CQ-CAT-IDX)
                   " open=" WS-CQ-CAT-OPEN(WS-CQ-CAT-IDX)
                   " overdue=" WS-CQ-CAT-OVERDUE(WS-CQ-CAT-IDX)
                   " closed=" WS-CQ-CAT-CLOSED(WS-CQ-CAT-IDX)
                   " avg-days-to-close=" WS-CQ-AVG-DISP
                   DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
               END-STRING
               WRITE COMPLAINT-REPORT-LINE
               DISPLAY COMPLAINT-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING "BY STAFF"
               DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
           END-STRING
           WRITE COMPLAINT-REPORT-LINE
           DISPLAY COMPLAINT-REPORT-LINE
           PERFORM VARYING WS-CQ-STAFF-IDX FROM 1 BY 1
               UNTIL WS-CQ-STAFF-IDX > WS-CQ-STAFF-COUNT
               IF WS-CQ-STAFF-CLOSED(WS-CQ-STAFF-IDX) IS GREATER THAN 0
                   COMPUTE WS-CQ-AVG-DISP ROUNDED =
                       WS-CQ-STAFF-DAYS-TOTAL(WS-CQ-STAFF-IDX) /
                       WS-CQ-STAFF-CLOSED(WS-CQ-STAFF-IDX)
               ELSE
                   MOVE 0 TO WS-CQ-AVG-DISP
               END-IF
               MOVE SPACES TO COMPLAINT-REPORT-LINE
               STRING "  " WS-CQ-STAFF-ID(WS-CQ-STAFF-IDX)
                   " open=" WS-CQ-STAFF-OPEN(WS-CQ-STAFF-IDX)
                   " overdue=" WS-CQ-STAFF-OVERDUE(WS-CQ-STAFF-IDX)
                   " closed=" WS-CQ-STAFF-CLOSED(WS-CQ-STAFF-IDX)
                   " avg-days-to-close=" WS-CQ-AVG-DISP
                   DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
               END-STRING
               WRITE COMPLAINT-REPORT-LINE
               DISPLAY COMPLAINT-REPORT-LINE
           END-PERFORM
           IF WS-CQ-CLOSED-COUNT IS GREATER THAN 0
               COMPUTE WS-CQ-AVG-DISP ROUNDED =
                   WS-CQ-CLOSE-DAYS-TOTAL / WS-CQ-CLOSED-COUNT
           ELSE
               MOVE 0 TO WS-CQ-AVG-DISP
           END-IF
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING "TOTAL open=" WS-CQ-OPEN-COUNT
               " overdue=" WS-CQ-OVERDUE-COUNT
               " closed=" WS-CQ-CLOSED-COUNT
               " avg-days-to-close=" WS-CQ-AVG-DISP
               DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
           END-STRING
           WRITE COMPLAINT-REPORT-LINE
           DISPLAY COMPLAINT-REPORT-LINE
           CLOSE COMPLAINT-REPORT-FILE
           MOVE "COMPLAINTS" TO WS-RC-TYPE
           MOVE WS-CQ-OPEN-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Count one complaint under its category and staff member: open
      * ones, with those past their due date listed and alerted, and
      * ones closed in the last seven days with the days they took
       TALLY-ONE-COMPLAINT.
           PERFORM FIND-COMPLAINT-CATEGORY
           IF WS-CQ-CAT-IDX IS EQUAL TO 0
               MOVE 8 TO WS-CQ-CAT-IDX
           END-IF
           IF CMP-ASSIGNED-TO IS NOT EQUAL TO SPACES
               MOVE CMP-ASSIGNED-TO TO WS-CQ-STAFF-IN
           ELSE
               MOVE CMP-LOGGED-BY TO WS-CQ-STAFF-IN
           END-IF
           PERFORM FIND-COMPLAINT-STAFF
           IF CMP-STATUS IS NOT EQUAL TO "C"
               ADD 1 TO WS-CQ-OPEN-COUNT
               ADD 1 TO WS-CQ-CAT-OPEN(WS-CQ-CAT-IDX)
               IF WS-CQ-STAFF-IDX IS GREATER THAN 0
                   ADD 1 TO WS-CQ-STAFF-OPEN(WS-CQ-STAFF-IDX)
               END-IF
               IF CMP-DUE-DATE IS LESS THAN WS-CQ-TODAY
                   ADD 1 TO WS-CQ-OVERDUE-COUNT
                   ADD 1 TO WS-CQ-CAT-OVERDUE(WS-CQ-CAT-IDX)
                   IF WS-CQ-STAFF-IDX IS GREATER THAN 0
                       ADD 1 TO WS-CQ-STAFF-OVERDUE(WS-CQ-STAFF-IDX)
                   END-IF
                   PERFORM ALERT-OVERDUE-COMPLAINT
               END-IF
           ELSE
               COMPUTE WS-CQ-YYYYMMDD = 20000000 + CMP-CLOSED-DATE
               COMPUTE WS-CQ-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CQ-YYYYMMDD)
               IF WS-CQ-TODAY-INT - WS-CQ-DATE-INT < 7
                   COMPUTE WS-CQ-YYYYMMDD = 20000000 + CMP-OPENED-DATE
                   COMPUTE WS-CQ-CLOSE-DAYS = WS-CQ-DATE-INT -
                       FUNCTION INTEGER-OF-DATE(WS-CQ-YYYYMMDD)
                   ADD 1 TO WS-CQ-CLOSED-COUNT
                   ADD WS-CQ-CLOSE-DAYS TO WS-CQ-CLOSE-DAYS-TOTAL
                   ADD 1 TO WS-CQ-CAT-CLOSED(WS-CQ-CAT-IDX)
                   ADD WS-CQ-CLOSE-DAYS TO
                       WS-CQ-CAT-DAYS-TOTAL(WS-CQ-CAT-IDX)
                   IF WS-CQ-STAFF-IDX IS GREATER THAN 0
                       ADD 1 TO WS-CQ-STAFF-CLOSED(WS-CQ-STAFF-IDX)
                       ADD WS-CQ-CLOSE-DAYS TO
                           WS-CQ-STAFF-DAYS-TOTAL(WS-CQ-STAFF-IDX)
                   END-IF
               END-IF
           END-IF.
      * List an open complaint that has run past its due date and warn
      * operations about it
       ALERT-OVERDUE-COMPLAINT.
           MOVE SPACES TO COMPLAINT-REPORT-LINE
           STRING "OVERDUE complaint=" CMP-ID
               " member=" CMP-MEMBER-ID
               " category=" CMP-CATEGORY
               " staff=" WS-CQ-STAFF-IN
               " opened=" CMP-OPENED-DATE
               " due=" CMP-DUE-DATE
               DELIMITED BY SIZE INTO COMPLAINT-REPORT-LINE
           END-STRING
           WRITE COMPLAINT-REPORT-LINE
           DISPLAY COMPLAINT-REPORT-LINE
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "complaint " CMP-ID " is still open past its due "
               "date " CMP-DUE-DATE " (staff " WS-CQ-STAFF-IN ")"
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-STRING
           MOVE "W" TO WS-OPS-SEVERITY
           PERFORM SEND-OPS-ALERT.
      * Position of WS-CQ-STAFF-IN in the staff tally, adding it when
      * it is new; 0 once the table is full
       FIND-COMPLAINT-STAFF.
           MOVE 0 TO WS-CQ-STAFF-IDX
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
               UNTIL WS-CQ-IDX > WS-CQ-STAFF-COUNT
               IF WS-CQ-STAFF-ID(WS-CQ-IDX) IS EQUAL TO WS-CQ-STAFF-IN
                   MOVE WS-CQ-IDX TO WS-CQ-STAFF-IDX
               END-IF
           END-PERFORM
           IF WS-CQ-STAFF-IDX IS EQUAL TO 0 AND
               WS-CQ-STAFF-COUNT IS LESS THAN 50
               ADD 1 TO WS-CQ-STAFF-COUNT
               MOVE WS-CQ-STAFF-COUNT TO WS-CQ-STAFF-IDX
               MOVE WS-CQ-STAFF-IN TO WS-CQ-STAFF-ID(WS-CQ-STAFF-IDX)
           END-IF.
      * Watch-list re-screening batch: every member and every active
      * payee is screened again against the current watch list. When
      * the list's version line is the one last screened nothing new
      * can match; otherwise only entries not on the list last time
      * are screened against everyone, and payees added or changed
      * since the last run are screened against the whole list. A
      * member hit is queued for review and the member's accounts are
      * frozen; a payee hit is queued for review, set to R and its
      * queued payments held. Dated and catalogued
       RUN-WATCH-LIST-RESCREEN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-WL-TODAY
           MOVE 0 TO WS-WL-MEMBER-COUNT
           MOVE 0 TO WS-WL-PAYEE-COUNT
           MOVE 0 TO WS-WL-MEMBER-HITS
           MOVE 0 TO WS-WL-PAYEE-HITS
           MOVE 0 TO WS-WL-FROZEN-COUNT
           MOVE 0 TO WS-WL-HELD-COUNT
           PERFORM LOAD-WATCH-LIST-ENTRIES
           IF WS-WL-ON-FILE IS NOT EQUAL TO "y"
               DISPLAY "No watch list on file; nothing re-screened"
           ELSE
               PERFORM LOAD-LAST-SCREENING
               PERFORM MARK-CHANGED-WATCH-ENTRIES
               MOVE WS-WL-TODAY TO WS-REPORT-STAMP
               MOVE SPACES TO WS-FP-NAME
               STRING "watchscreen." WS-REPORT-STAMP ".txt"
                   DELIMITED BY SIZE INTO WS-FP-NAME
               END-STRING
               MOVE WS-FP-NAME TO WS-RC-FILE-NAME
               CALL "FILE-PATHS" USING WS-FP-NAME
                   WS-WATCH-SCREEN-REPORT-PATH
               OPEN OUTPUT WATCH-SCREEN-REPORT-FILE
               MOVE SPACES TO WATCH-SCREEN-REPORT-LINE
               STRING "WATCH-LIST RE-SCREEN " WS-WL-TODAY
                   " list=" WS-WL-VERSION
                   " entries=" WS-WL-COUNT
                   " new=" WS-WL-CHANGED-COUNT
                   " last-run=" WS-WL-PRIOR-DATE
                   DELIMITED BY SIZE INTO WATCH-SCREEN-REPORT-LINE
               END-STRING
               WRITE WATCH-SCREEN-REPORT-LINE
               DISPLAY WATCH-SCREEN-REPORT-LINE
               IF WS-WL-CHANGED-COUNT IS GREATER THAN 0
                   PERFORM RESCREEN-MEMBERS
               END-IF
               PERFORM RESCREEN-PAYEES
               MOVE SPACES TO WATCH-SCREEN-REPORT-LINE
               STRING "TOTAL members=" WS-WL-MEMBER-COUNT
                   " member-hits=" WS-WL-MEMBER-HITS
                   " payees=" WS-WL-PAYEE-COUNT
                   " payee-hits=" WS-WL-PAYEE-HITS
                   " frozen=" WS-WL-FROZEN-COUNT
                   " held=" WS-WL-HELD-COUNT
                   DELIMITED BY SIZE INTO WATCH-SCREEN-REPORT-LINE
               END-STRING
               WRITE WATCH-SCREEN-REPORT-LINE
               DISPLAY WATCH-SCREEN-REPORT-LINE
               CLOSE WATCH-SCREEN-REPORT-FILE
               MOVE "WATCH SCREEN" TO WS-RC-TYPE
               COMPUTE WS-RC-COUNT =
                   WS-WL-MEMBER-HITS + WS-WL-PAYEE-HITS
               PERFORM WRITE-REPORT-CATALOG
               PERFORM SAVE-WATCH-SCREENING
               IF WS-WL-MEMBER-HITS + WS-WL-PAYEE-HITS > 0
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING "watch-list re-screen: " WS-WL-MEMBER-HITS
                       " member and " WS-WL-PAYEE-HITS
                       " payee hits queued for review"
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   END-STRING
                   MOVE "W" TO WS-OPS-SEVERITY
                   PERFORM SEND-OPS-ALERT
               END-IF
           END-IF.
      * The current list into the table with each name normalized; a
      * line starting *VERSION is the list's version marker
       LOAD-WATCH-LIST-ENTRIES.
           MOVE 0 TO WS-WL-COUNT
           MOVE SPACES TO WS-WL-VERSION
           MOVE "n" TO WS-WL-ON-FILE
           MOVE "n" TO WS-WL-EOF
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS IS EQUAL TO "00"
               MOVE "y" TO WS-WL-ON-FILE
               PERFORM UNTIL WS-WL-EOF IS EQUAL TO "y"
                   READ WATCH-LIST-FILE
                       AT END MOVE "y" TO WS-WL-EOF
                       NOT AT END PERFORM TAKE-WATCH-LIST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.
       TAKE-WATCH-LIST-ENTRY.
           IF WATCH-LIST-NAME(1:9) IS EQUAL TO "*VERSION "
               MOVE WATCH-LIST-NAME TO WS-WL-VERSION
           ELSE IF WATCH-LIST-NAME IS NOT EQUAL TO SPACES
               IF WS-WL-COUNT < 2000
                   ADD 1 TO WS-WL-COUNT
                   MOVE WATCH-LIST-NAME TO WS-WL-ENTRY(WS-WL-COUNT)
                   MOVE WATCH-LIST-NAME TO WS-WL-NAME-IN
                   PERFORM NORMALIZE-SCREEN-NAME
                   MOVE WS-WL-NAME-KEY TO WS-WL-KEY(WS-WL-COUNT)
                   MOVE "y" TO WS-WL-CHANGED(WS-WL-COUNT)
               ELSE
                   DISPLAY "More than 2000 watch-list entries; "
                       WATCH-LIST-NAME" is not screened"
               END-IF
           END-IF
           END-IF.
      * What the last run screened: its date, the list's version line
      * and the normalized names
       LOAD-LAST-SCREENING.
           MOVE 0 TO WS-WL-PRIOR-COUNT
           MOVE 0 TO WS-WL-PRIOR-DATE
           MOVE SPACES TO WS-WL-PRIOR-VERSION
           MOVE "n" TO WS-WL-EOF
           OPEN INPUT WATCH-SCREENED-FILE
           PERFORM UNTIL WS-WL-EOF IS EQUAL TO "y"
               READ WATCH-SCREENED-FILE
                   AT END MOVE "y" TO WS-WL-EOF
                   NOT AT END
                       IF WSC-KIND IS EQUAL TO "H"
                           MOVE WSC-SCREENED-DATE TO WS-WL-PRIOR-DATE
                           MOVE WSC-VERSION TO WS-WL-PRIOR-VERSION
                       ELSE IF WS-WL-PRIOR-COUNT < 2000
                           ADD 1 TO WS-WL-PRIOR-COUNT
                           MOVE WSC-KEY TO
                               WS-WL-PRIOR-KEY(WS-WL-PRIOR-COUNT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-SCREENED-FILE.
      * An unchanged version line means no entry is new; otherwise an
      * entry is new unless its normalized name was screened last time
       MARK-CHANGED-WATCH-ENTRIES.
           MOVE "n" TO WS-WL-UNCHANGED
           IF WS-WL-PRIOR-COUNT > 0 AND
               WS-WL-VERSION IS NOT EQUAL TO SPACES AND
               WS-WL-VERSION IS EQUAL TO WS-WL-PRIOR-VERSION
               MOVE "y" TO WS-WL-UNCHANGED
           END-IF
           MOVE 0 TO WS-WL-CHANGED-COUNT
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-UNCHANGED IS EQUAL TO "y"
                   MOVE "n" TO WS-WL-CHANGED(WS-WL-IDX)
               ELSE
                   PERFORM VARYING WS-WL-JDX FROM 1 BY 1
                       UNTIL WS-WL-JDX > WS-WL-PRIOR-COUNT
                       IF WS-WL-PRIOR-KEY(WS-WL-JDX) IS EQUAL TO
                           WS-WL-KEY(WS-WL-IDX)
                           MOVE "n" TO WS-WL-CHANGED(WS-WL-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-WL-CHANGED(WS-WL-IDX) IS EQUAL TO "y"
                   ADD 1 TO WS-WL-CHANGED-COUNT
               END-IF
           END-PERFORM.
      * Normalize WS-WL-NAME-IN into WS-WL-NAME-KEY so that case,
      * punctuation, spacing and word order do not matter: upper case,
      * commas, full stops and hyphens as spaces, the words sorted and
      * joined by single spaces
       NORMALIZE-SCREEN-NAME.
           MOVE WS-WL-NAME-IN TO WS-WL-NAME-KEY
           INSPECT WS-WL-NAME-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz,.-" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ   "
           MOVE SPACES TO WS-WL-WORD-TABLE
           UNSTRING WS-WL-NAME-KEY DELIMITED BY ALL SPACES
               INTO WS-WL-WORD(1) WS-WL-WORD(2) WS-WL-WORD(3)
               WS-WL-WORD(4) WS-WL-WORD(5) WS-WL-WORD(6)
               WS-WL-WORD(7) WS-WL-WORD(8)
           END-UNSTRING
           PERFORM VARYING WS-WL-W FROM 1 BY 1 UNTIL WS-WL-W > 7
               PERFORM VARYING WS-WL-V FROM 1 BY 1
                   UNTIL WS-WL-V > 8 - WS-WL-W
                   IF WS-WL-WORD(WS-WL-V) > WS-WL-WORD(WS-WL-V + 1)
                       MOVE WS-WL-WORD(WS-WL-V) TO WS-WL-SWAP
                       MOVE WS-WL-WORD(WS-WL-V + 1) TO
                           WS-WL-WORD(WS-WL-V)
                       MOVE WS-WL-SWAP TO WS-WL-WORD(WS-WL-V + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-WL-NAME-KEY
           MOVE 1 TO WS-WL-POINTER
           PERFORM VARYING WS-WL-W FROM 1 BY 1 UNTIL WS-WL-W > 8
               IF WS-WL-WORD(WS-WL-W) IS NOT EQUAL TO SPACES
                   STRING WS-WL-WORD(WS-WL-W) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-WL-NAME-KEY WITH POINTER WS-WL-POINTER
                   END-STRING
               END-IF
           END-PERFORM.
      * Look WS-WL-NAME-KEY up among the new entries, or among all of
      * them when WS-WL-FULL is y
       MATCH-SCREEN-KEY.
           MOVE "n" TO WS-WL-HIT
           MOVE SPACES TO WS-WL-MATCHED
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT OR WS-WL-HIT = "y"
               IF (WS-WL-FULL IS EQUAL TO "y" OR
                   WS-WL-CHANGED(WS-WL-IDX) IS EQUAL TO "y") AND
                   WS-WL-KEY(WS-WL-IDX) IS EQUAL TO WS-WL-NAME-KEY
                   MOVE "y" TO WS-WL-HIT
                   MOVE WS-WL-ENTRY(WS-WL-IDX) TO WS-WL-MATCHED
               END-IF
           END-PERFORM.
      * Every member still in use, under the member name and, for a
      * business, the legal name too; a merged-away record is skipped
       RESCREEN-MEMBERS.
           MOVE "n" TO WS-WL-EOF
           OPEN INPUT MEMBER-DETAILS
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
               INVALID KEY MOVE "y" TO WS-WL-EOF
           END-START
           PERFORM UNTIL WS-WL-EOF IS EQUAL TO "y"
               READ MEMBER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-WL-EOF
               END-READ
               IF WS-WL-EOF IS NOT EQUAL TO "y" AND
                   MEMBER-MERGED-INTO IS EQUAL TO 0
                   PERFORM RESCREEN-ONE-MEMBER
               END-IF
           END-PERFORM
           CLOSE MEMBER-DETAILS.
       RESCREEN-ONE-MEMBER.
           ADD 1 TO WS-WL-MEMBER-COUNT
           MOVE "n" TO WS-WL-FULL
           MOVE MEMBER-NAME TO WS-WL-NAME-IN
           PERFORM NORMALIZE-SCREEN-NAME
           PERFORM MATCH-SCREEN-KEY
           IF WS-WL-HIT IS NOT EQUAL TO "y" AND
               MEMBER-TYPE IS EQUAL TO "B" AND
               MEMBER-LEGAL-NAME IS NOT EQUAL TO SPACES
               MOVE MEMBER-LEGAL-NAME TO WS-WL-NAME-IN
               PERFORM NORMALIZE-SCREEN-NAME
               PERFORM MATCH-SCREEN-KEY
           END-IF
           IF WS-WL-HIT IS EQUAL TO "y"
               ADD 1 TO WS-WL-MEMBER-HITS
               MOVE SPACES TO REVIEW-QUEUE-LINE
               STRING "REVIEW date=" WS-CURRENT-DATE
                   " member=" MEMBER-ID
                   " name=" MEMBER-NAME
                   " matched=" WS-WL-MATCHED
                   DELIMITED BY SIZE INTO REVIEW-QUEUE-LINE
               END-STRING
               OPEN EXTEND REVIEW-QUEUE-FILE
                   WRITE REVIEW-QUEUE-LINE
               CLOSE REVIEW-QUEUE-FILE
               MOVE SPACES TO WATCH-SCREEN-REPORT-LINE
               STRING "HIT member=" MEMBER-ID
                   " name=" MEMBER-NAME
                   " matched=" WS-WL-MATCHED
                   DELIMITED BY SIZE INTO WATCH-SCREEN-REPORT-LINE
               END-STRING
               WRITE WATCH-SCREEN-REPORT-LINE
               DISPLAY WATCH-SCREEN-REPORT-LINE
               PERFORM FREEZE-SCREENED-MEMBER
           END-IF.
      * Gather the member's accounts first, then freeze each one and
      * hold the payments queued out of it
       FREEZE-SCREENED-MEMBER.
           MOVE 0 TO WS-WL-ACCT-COUNT
           MOVE "n" TO WS-WL-ACCT-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-WL-ACCT-EOF
           END-START
           PERFORM UNTIL WS-WL-ACCT-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-WL-ACCT-EOF
               END-READ
               IF WS-WL-ACCT-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS EQUAL TO MEMBER-ID
                   IF WS-WL-ACCT-COUNT < 100
                       ADD 1 TO WS-WL-ACCT-COUNT
                       MOVE CREATE-ACCOUNT-ID TO
                           WS-WL-ACCT(WS-WL-ACCT-COUNT)
                   ELSE
                       DISPLAY "More than 100 accounts; account "
                           CREATE-ACCOUNT-ID" must be frozen by hand"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           PERFORM VARYING WS-WL-JDX FROM 1 BY 1
               UNTIL WS-WL-JDX > WS-WL-ACCT-COUNT
               PERFORM FREEZE-SCREENED-ACCOUNT
           END-PERFORM.
      * Freeze one active account pending the review, without a
      * customer notice, and hold what is queued out of it
       FREEZE-SCREENED-ACCOUNT.
           MOVE WS-WL-ACCT(WS-WL-JDX) TO BALANCE-ID
           OPEN I-O BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS EQUAL TO "A"
                           MOVE "H" TO BALANCE-STATUS
                           REWRITE BALANCES
                               INVALID KEY
                                   DISPLAY "Error: unable to freeze acco
      -                                "unt "BALANCE-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-WL-FROZEN-COUNT
                                   PERFORM LOG-WATCH-LIST-FREEZE
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE BALANCE-DETAILS
           MOVE WS-WL-ACCT(WS-WL-JDX) TO WS-WL-HOLD-ACCOUNT
           MOVE SPACES TO WS-WL-HOLD-PAYEE
           PERFORM HOLD-SCREENED-PAYMENTS.
       LOG-WATCH-LIST-FREEZE.
           MOVE SPACES TO WATCH-SCREEN-REPORT-LINE
           STRING "FROZEN account=" BALANCE-ID
               " member=" MEMBER-ID
               DELIMITED BY SIZE INTO WATCH-SCREEN-REPORT-LINE
           END-STRING
           WRITE WATCH-SCREEN-REPORT-LINE
           DISPLAY WATCH-SCREEN-REPORT-LINE
           MOVE "WATCH-FRZ" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING BALANCE-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE "A" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "H matched " WS-WL-MATCHED
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE "WATCHSCR" TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
      * Every active payee: one added or changed since the last run
      * against the whole list, the rest against the new entries
       RESCREEN-PAYEES.
           MOVE "n" TO WS-WL-EOF
           OPEN I-O PAYEE-MASTER
           MOVE LOW-VALUES TO PAYEE-ID
           START PAYEE-MASTER KEY IS GREATER THAN PAYEE-ID
               INVALID KEY MOVE "y" TO WS-WL-EOF
           END-START
           PERFORM UNTIL WS-WL-EOF IS EQUAL TO "y"
               READ PAYEE-MASTER NEXT RECORD
                   AT END MOVE "y" TO WS-WL-EOF
               END-READ
               IF WS-WL-EOF IS NOT EQUAL TO "y" AND
                   PAYEE-STATUS IS EQUAL TO "A"
                   PERFORM RESCREEN-ONE-PAYEE
               END-IF
           END-PERFORM
           CLOSE PAYEE-MASTER.
       RESCREEN-ONE-PAYEE.
           ADD 1 TO WS-WL-PAYEE-COUNT
           MOVE "n" TO WS-WL-FULL
           IF WS-WL-PRIOR-COUNT IS EQUAL TO 0 OR
               PAYEE-ADDED-DATE IS NOT LESS THAN WS-WL-PRIOR-DATE
               MOVE "y" TO WS-WL-FULL
           END-IF
           MOVE PAYEE-NAME TO WS-WL-NAME-IN
           PERFORM NORMALIZE-SCREEN-NAME
           PERFORM MATCH-SCREEN-KEY
           IF WS-WL-HIT IS EQUAL TO "y"
               ADD 1 TO WS-WL-PAYEE-HITS
               MOVE "R" TO PAYEE-STATUS
               REWRITE PAYEE-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to hold payee "PAYEE-ID
               END-REWRITE
               MOVE SPACES TO REVIEW-QUEUE-LINE
               STRING "REVIEW date=" WS-CURRENT-DATE
                   " payee=" PAYEE-ID
                   " name=" PAYEE-NAME
                   " matched=" WS-WL-MATCHED
                   DELIMITED BY SIZE INTO REVIEW-QUEUE-LINE
               END-STRING
               OPEN EXTEND REVIEW-QUEUE-FILE
                   WRITE REVIEW-QUEUE-LINE
               CLOSE REVIEW-QUEUE-FILE
               MOVE SPACES TO WATCH-SCREEN-REPORT-LINE
               STRING "HIT payee=" PAYEE-ID
                   " name=" PAYEE-NAME
                   " matched=" WS-WL-MATCHED
                   DELIMITED BY SIZE INTO WATCH-SCREEN-REPORT-LINE
               END-STRING
               WRITE WATCH-SCREEN-REPORT-LINE
               DISPLAY WATCH-SCREEN-REPORT-LINE
               MOVE "WATCH-PAYEE" TO WS-AUDIT-ACTION
               MOVE PAYEE-ID TO WS-AUDIT-KEY
               MOVE "A" TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "R matched " WS-WL-MATCHED
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE "WATCHSCR" TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               MOVE 0 TO WS-WL-HOLD-ACCOUNT
               MOVE PAYEE-ID TO WS-WL-HOLD-PAYEE
               PERFORM HOLD-SCREENED-PAYMENTS
           END-IF.
      * Hold every queued payment out of WS-WL-HOLD-ACCOUNT or to
      * WS-WL-HOLD-PAYEE; the end-of-day run leaves held items queued
       HOLD-SCREENED-PAYMENTS.
           MOVE "n" TO WS-WL-OUTQ-EOF
           OPEN I-O OUTBOUND-QUEUE
           MOVE LOW-VALUES TO OUTQ-ID
           START OUTBOUND-QUEUE KEY IS GREATER THAN OUTQ-ID
               INVALID KEY MOVE "y" TO WS-WL-OUTQ-EOF
           END-START
           PERFORM UNTIL WS-WL-OUTQ-EOF IS EQUAL TO "y"
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-WL-OUTQ-EOF
               END-READ
               IF WS-WL-OUTQ-EOF IS NOT EQUAL TO "y" AND
                   OUTQ-HOLD IS NOT EQUAL TO "y" AND
                   ((WS-WL-HOLD-ACCOUNT IS NOT EQUAL TO 0 AND
                   OUTQ-ACCOUNT-ID IS EQUAL TO WS-WL-HOLD-ACCOUNT) OR
                   (WS-WL-HOLD-PAYEE IS NOT EQUAL TO SPACES AND
                   OUTQ-PAYEE-ID IS EQUAL TO WS-WL-HOLD-PAYEE))
                   MOVE "y" TO OUTQ-HOLD
                   REWRITE OUTBOUND-QUEUE-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-WL-HELD-COUNT
                           MOVE SPACES TO WATCH-SCREEN-REPORT-LINE
                           STRING "HELD payment=" OUTQ-ID
                               " account=" OUTQ-ACCOUNT-ID
                               " payee=" OUTQ-PAYEE-ID
                               " ammount=" OUTQ-AMMOUNT
                               " " OUTQ-CURRENCY
                               DELIMITED BY SIZE
                               INTO WATCH-SCREEN-REPORT-LINE
                           END-STRING
                           WRITE WATCH-SCREEN-REPORT-LINE
                           DISPLAY WATCH-SCREEN-REPORT-LINE
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE OUTBOUND-QUEUE.
      * Replace the record of what was screened with today's list
       SAVE-WATCH-SCREENING.
           OPEN OUTPUT WATCH-SCREENED-FILE
           MOVE "H" TO WSC-KIND
           MOVE SPACES TO WSC-KEY
           MOVE WS-WL-TODAY TO WSC-SCREENED-DATE
           MOVE WS-WL-VERSION TO WSC-VERSION
           WRITE WATCH-SCREENED-RECORD
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE "E" TO WSC-KIND
               MOVE WS-WL-KEY(WS-WL-IDX) TO WSC-KEY
               MOVE 0 TO WSC-SCREENED-DATE
               MOVE SPACES TO WSC-VERSION
               WRITE WATCH-SCREENED-RECORD
           END-PERFORM
           CLOSE WATCH-SCREENED-FILE.
      * Nightly batch: teller cash deposits kept just under the
      * reporting threshold. The night's new cash deposits are taken
      * into the cash-day history, then each group of accounts linked
      * by member and joint holder is checked day by day across the
      * look-back window. A band day is one whose combined cash falls
      * in the band below the threshold; a split day is one whose cash
      * came in on two or more linked accounts, none of them reaching
      * the threshold, but together reaching the band. A group with
      * enough of either, one of them tonight, gets a FLAG line in the
      * night's exceptions file with its supporting deposits listed
      * under it for the workbench. Run after the anomaly batch, which
      * starts the night's exceptions file afresh
       RUN-STRUCTURING-DETECTION.
           PERFORM READ-STRUCTURING-PARAMETERS
           COMPUTE WS-ST-FLOOR ROUNDED = WS-ST-THRESHOLD -
               WS-ST-THRESHOLD * WS-ST-BAND-PCT / 100
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-ST-TODAY
           MOVE WS-CURRENT-DATE TO WS-ST-MONTH
           COMPUTE WS-ST-YYYYMMDD = 20000000 + WS-ST-TODAY
           COMPUTE WS-ST-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ST-YYYYMMDD)
           COMPUTE WS-ST-START-INT = WS-ST-TODAY-INT - WS-ST-WINDOW + 1
           MOVE 0 TO WS-ST-TAKEN
           MOVE 0 TO WS-ST-PURGED
           MOVE 0 TO WS-ST-FLAGGED
           PERFORM TAKE-NEW-CASH-DEPOSITS
           PERFORM LOAD-CASH-DAY-HISTORY
           PERFORM LINK-CASH-ACCOUNTS
           MOVE WS-ST-TODAY TO WS-REPORT-STAMP
           PERFORM RESOLVE-DATED-EXCEPTIONS-PATH
           OPEN EXTEND EXCEPTIONS-FILE
      * No anomaly run yet tonight: start the file
           IF WS-EXCEPTIONS-FILE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           IF WS-EXCEPTIONS-FILE-STATUS IS NOT EQUAL TO "00" AND
               WS-EXCEPTIONS-FILE-STATUS IS NOT EQUAL TO "05"
               DISPLAY "Error: unable to open the exceptions file"
                   " (status "WS-EXCEPTIONS-FILE-STATUS"); flags will"
                   " only display"
           END-IF
           OPEN INPUT ACTIVITY-SUMMARY
           PERFORM VARYING WS-ST-G FROM 1 BY 1
               UNTIL WS-ST-G > WS-ST-ACCT-COUNT
               IF WS-ST-ACCT-GROUP(WS-ST-G) IS EQUAL TO WS-ST-G
                   PERFORM CHECK-CASH-GROUP
               END-IF
           END-PERFORM
           CLOSE ACTIVITY-SUMMARY
           CLOSE EXCEPTIONS-FILE
           DISPLAY "Cash deposits taken in tonight: "WS-ST-TAKEN
           DISPLAY "Cash deposits past the window purged: "WS-ST-PURGED
           DISPLAY "Cash deposits in the window: "WS-ST-CASH-COUNT
               " on "WS-ST-ACCT-COUNT" accounts"
           DISPLAY "Structuring exceptions raised: "WS-ST-FLAGGED.
      * Threshold shared with the large-cash aggregation; the band is
      * a percentage below it, the window is capped at 31 days
       READ-STRUCTURING-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "CASH-AGG-THRESHOLD" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-ST-THRESHOLD
           END-IF
           MOVE "STRUCT-BAND-PCT" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-ST-BAND-PCT
           END-IF
           MOVE "STRUCT-BAND-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-ST-BAND-DAYS
           END-IF
           MOVE "STRUCT-SPLIT-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-ST-SPLIT-DAYS
           END-IF
           MOVE "STRUCT-WINDOW-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               IF PARAM-VALUE > 31
                   MOVE 31 TO WS-ST-WINDOW
               ELSE
                   MOVE PARAM-VALUE TO WS-ST-WINDOW
               END-IF
           END-IF
           CLOSE BANK-PARAMETERS
           IF WS-ST-WINDOW IS EQUAL TO 0
               MOVE 1 TO WS-ST-WINDOW
           END-IF.
      * Transactions are numbered in posting order, so a high-water
      * mark kept in the sequence file finds the ones posted since the
      * last run. The first run sets the mark at the next transaction
      * number and takes nothing in, leaving older deposits to the
      * windows already taken
       TAKE-NEW-CASH-DEPOSITS.
           MOVE "STRUCTHWM" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY MOVE "n" TO WS-ST-FOUND
                   NOT INVALID KEY
                       MOVE "y" TO WS-ST-FOUND
                       MOVE SEQ-NEXT-NUMBER TO WS-ST-MARK
               END-READ
               IF WS-ST-FOUND IS NOT EQUAL TO "y"
                   MOVE 1 TO WS-ST-MARK
                   MOVE "TXNUMBER" TO SEQ-NAME
                   READ SEQUENCE-CONTROL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SEQ-NEXT-NUMBER TO WS-ST-MARK
                   END-READ
                   MOVE "STRUCTHWM" TO SEQ-NAME
                   MOVE WS-ST-MARK TO SEQ-NEXT-NUMBER
                   WRITE SEQUENCE-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to seed the structurin
      -                        "g high-water mark"
                   END-WRITE
                   DISPLAY "Structuring intake starts at transaction num
      -                "ber "WS-ST-MARK
               END-IF
           CLOSE SEQUENCE-CONTROL
           MOVE WS-ST-MARK TO WS-ST-NEXT-MARK
           MOVE "n" TO WS-ST-EOF
           OPEN INPUT TRANSACTION-DETAILS
           OPEN I-O CASH-DAY-HISTORY
           MOVE WS-ST-MARK TO TRANSACTION-NUMBER
           START TRANSACTION-DETAILS KEY IS NOT LESS THAN
               TRANSACTION-NUMBER
               INVALID KEY MOVE "y" TO WS-ST-EOF
           END-START
           PERFORM UNTIL WS-ST-EOF IS EQUAL TO "y"
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-ST-EOF
               END-READ
               IF WS-ST-EOF IS NOT EQUAL TO "y"
                   COMPUTE WS-ST-NEXT-MARK = TRANSACTION-NUMBER + 1
                   IF TRANSACTION-CHANNEL IS EQUAL TO "TL" AND
                       TRANSACTION-SIGN IS EQUAL TO "+"
                       MOVE TRANSACTION-ID TO CD-ACCOUNT-ID
                       MOVE WS-ST-TODAY TO CD-DATE
                       MOVE TRANSACTION-NUMBER TO CD-TX-NUMBER
                       MOVE TRANSACTION-AMMOUNT TO CD-AMMOUNT
                       WRITE CASH-DAY-RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-ST-TAKEN
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-DETAILS
           CLOSE CASH-DAY-HISTORY
           MOVE "STRUCTHWM" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ST-NEXT-MARK TO SEQ-NEXT-NUMBER
                       REWRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to advance the str
      -                            "ucturing high-water mark"
                       END-REWRITE
               END-READ
           CLOSE SEQUENCE-CONTROL.
      * Drop deposits older than the window and hold the rest, each
      * with its day of the window (1 = oldest, the window = tonight)
       LOAD-CASH-DAY-HISTORY.
           MOVE 0 TO WS-ST-CASH-COUNT
           MOVE 0 TO WS-ST-ACCT-COUNT
           MOVE "n" TO WS-ST-EOF
           OPEN I-O CASH-DAY-HISTORY
           MOVE LOW-VALUES TO CD-KEY
           START CASH-DAY-HISTORY KEY IS GREATER THAN CD-KEY
               INVALID KEY MOVE "y" TO WS-ST-EOF
           END-START
           PERFORM UNTIL WS-ST-EOF IS EQUAL TO "y"
               READ CASH-DAY-HISTORY NEXT RECORD
                   AT END MOVE "y" TO WS-ST-EOF
               END-READ
               IF WS-ST-EOF IS NOT EQUAL TO "y"
                   COMPUTE WS-ST-YYYYMMDD = 20000000 + CD-DATE
                   COMPUTE WS-ST-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ST-YYYYMMDD)
                   IF WS-ST-DATE-INT < WS-ST-START-INT
                       DELETE CASH-DAY-HISTORY RECORD
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO WS-ST-PURGED
                       END-DELETE
                   ELSE IF WS-ST-DATE-INT <= WS-ST-TODAY-INT
                       PERFORM HOLD-CASH-DEPOSIT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CASH-DAY-HISTORY.
       HOLD-CASH-DEPOSIT.
           MOVE 0 TO WS-ST-A
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-ACCT-COUNT
               IF WS-ST-ACCT-ID(WS-ST-IDX) IS EQUAL TO CD-ACCOUNT-ID
                   MOVE WS-ST-IDX TO WS-ST-A
               END-IF
           END-PERFORM
           IF WS-ST-A IS EQUAL TO 0 AND WS-ST-ACCT-COUNT < 500
               ADD 1 TO WS-ST-ACCT-COUNT
               MOVE WS-ST-ACCT-COUNT TO WS-ST-A
               MOVE CD-ACCOUNT-ID TO WS-ST-ACCT-ID(WS-ST-A)
               MOVE 0 TO WS-ST-ACCT-MEMBER(WS-ST-A)
               MOVE WS-ST-A TO WS-ST-ACCT-GROUP(WS-ST-A)
               MOVE SPACES TO WS-ST-ACCT-JOINT(WS-ST-A)
           END-IF
           IF WS-ST-A > 0 AND WS-ST-CASH-COUNT < 3000
               ADD 1 TO WS-ST-CASH-COUNT
               MOVE CD-ACCOUNT-ID TO
                   WS-ST-CASH-ACCOUNT(WS-ST-CASH-COUNT)
               MOVE CD-DATE TO WS-ST-CASH-DATE(WS-ST-CASH-COUNT)
               COMPUTE WS-ST-CASH-DAY(WS-ST-CASH-COUNT) =
                   WS-ST-DATE-INT - WS-ST-START-INT + 1
               MOVE CD-TX-NUMBER TO WS-ST-CASH-TX(WS-ST-CASH-COUNT)
               MOVE CD-AMMOUNT TO WS-ST-CASH-AMMOUNT(WS-ST-CASH-COUNT)
               MOVE WS-ST-A TO WS-ST-CASH-ACCT(WS-ST-CASH-COUNT)
           END-IF.
      * Accounts sharing a member ID fall into one group; an account
      * with a joint holder also joins the group of every account the
      * joint holder signs in to, and of that holder's member
       LINK-CASH-ACCOUNTS.
           MOVE 0 TO WS-ST-JOINT-COUNT
           MOVE "n" TO WS-ST-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-ST-EOF
           END-START
           PERFORM UNTIL WS-ST-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-ST-EOF
               END-READ
               IF WS-ST-EOF IS NOT EQUAL TO "y"
                   PERFORM VARYING WS-ST-A FROM 1 BY 1
                       UNTIL WS-ST-A > WS-ST-ACCT-COUNT
                       IF WS-ST-ACCT-ID(WS-ST-A) IS EQUAL TO
                           CREATE-ACCOUNT-ID
                           MOVE CREATE-MEMBER-ID TO
                               WS-ST-ACCT-MEMBER(WS-ST-A)
                           IF CREATE-HAS-JOINT IS EQUAL TO "y"
                               MOVE CREATE-USERNAME-2 TO
                                   WS-ST-ACCT-JOINT(WS-ST-A)
                               ADD 1 TO WS-ST-JOINT-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           PERFORM VARYING WS-ST-A FROM 2 BY 1
               UNTIL WS-ST-A > WS-ST-ACCT-COUNT
               IF WS-ST-ACCT-MEMBER(WS-ST-A) IS NOT EQUAL TO 0
                   PERFORM VARYING WS-ST-B FROM 1 BY 1
                       UNTIL WS-ST-B >= WS-ST-A
                       IF WS-ST-ACCT-MEMBER(WS-ST-B) IS EQUAL TO
                           WS-ST-ACCT-MEMBER(WS-ST-A)
                           PERFORM JOIN-CASH-GROUPS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ST-JOINT-COUNT > 0
               PERFORM LINK-JOINT-HOLDERS
           END-IF.
      * Second pass for the joint holders: each account the holder
      * signs in to as its primary user ties the holder's member and
      * that account into the group of the jointly held account
       LINK-JOINT-HOLDERS.
           MOVE "n" TO WS-ST-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-ST-EOF
           END-START
           PERFORM UNTIL WS-ST-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-ST-EOF
               END-READ
               IF WS-ST-EOF IS NOT EQUAL TO "y"
                   PERFORM VARYING WS-ST-A FROM 1 BY 1
                       UNTIL WS-ST-A > WS-ST-ACCT-COUNT
                       IF WS-ST-ACCT-JOINT(WS-ST-A) IS EQUAL TO
                           CREATE-USERNAME AND
                           WS-ST-ACCT-JOINT(WS-ST-A) IS NOT EQUAL TO
                           SPACES
                           PERFORM VARYING WS-ST-B FROM 1 BY 1
                               UNTIL WS-ST-B > WS-ST-ACCT-COUNT
                               IF WS-ST-ACCT-ID(WS-ST-B) IS EQUAL TO
                                   CREATE-ACCOUNT-ID OR
                                   (CREATE-MEMBER-ID IS NOT EQUAL TO 0
                                   AND WS-ST-ACCT-MEMBER(WS-ST-B) IS
                                   EQUAL TO CREATE-MEMBER-ID)
                                   PERFORM JOIN-CASH-GROUPS
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS.
      * Fold the group of account B into the group of account A
       JOIN-CASH-GROUPS.
           MOVE WS-ST-ACCT-GROUP(WS-ST-B) TO WS-ST-OLD-GROUP
           IF WS-ST-OLD-GROUP IS NOT EQUAL TO WS-ST-ACCT-GROUP(WS-ST-A)
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-ACCT-COUNT
                   IF WS-ST-ACCT-GROUP(WS-ST-IDX) IS EQUAL TO
                       WS-ST-OLD-GROUP
                       MOVE WS-ST-ACCT-GROUP(WS-ST-A) TO
                           WS-ST-ACCT-GROUP(WS-ST-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      * One group across the window: each day's combined cash, how
      * many of the group's accounts took cash that day and the most
      * any one of them took, then the band and split days counted
       CHECK-CASH-GROUP.
           PERFORM VARYING WS-ST-D FROM 1 BY 1 UNTIL WS-ST-D > 31
               MOVE 0 TO WS-ST-DAY-TOTAL(WS-ST-D)
               MOVE 0 TO WS-ST-DAY-MAX(WS-ST-D)
               MOVE 0 TO WS-ST-DAY-ACCTS(WS-ST-D)
               MOVE "n" TO WS-ST-DAY-HIT(WS-ST-D)
           END-PERFORM
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-CASH-COUNT
               IF WS-ST-ACCT-GROUP(WS-ST-CASH-ACCT(WS-ST-IDX)) IS
                   EQUAL TO WS-ST-G
                   PERFORM TALLY-GROUP-CASH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ST-BAND-COUNT
           MOVE 0 TO WS-ST-SPLIT-COUNT
           PERFORM VARYING WS-ST-D FROM 1 BY 1
               UNTIL WS-ST-D > WS-ST-WINDOW
               IF WS-ST-DAY-TOTAL(WS-ST-D) >= WS-ST-FLOOR AND
                   WS-ST-DAY-TOTAL(WS-ST-D) < WS-ST-THRESHOLD
                   ADD 1 TO WS-ST-BAND-COUNT
                   MOVE "y" TO WS-ST-DAY-HIT(WS-ST-D)
               END-IF
               IF WS-ST-DAY-ACCTS(WS-ST-D) >= 2 AND
                   WS-ST-DAY-TOTAL(WS-ST-D) >= WS-ST-FLOOR AND
                   WS-ST-DAY-MAX(WS-ST-D) < WS-ST-THRESHOLD
                   ADD 1 TO WS-ST-SPLIT-COUNT
                   MOVE "y" TO WS-ST-DAY-HIT(WS-ST-D)
               END-IF
           END-PERFORM
      * Only a pattern that tonight's cash adds to is raised, so a
      * group is not flagged again every night while it stays inside
      * the window
           IF WS-ST-DAY-HIT(WS-ST-WINDOW) IS EQUAL TO "y" AND
               (WS-ST-BAND-COUNT >= WS-ST-BAND-DAYS OR
               WS-ST-SPLIT-COUNT >= WS-ST-SPLIT-DAYS)
               PERFORM WRITE-STRUCTURING-EXCEPTION
           END-IF.
      * One deposit into its day's total; the first deposit seen for
      * an account on a day also totals that account's day
       TALLY-GROUP-CASH.
           MOVE WS-ST-CASH-DAY(WS-ST-IDX) TO WS-ST-D
           ADD WS-ST-CASH-AMMOUNT(WS-ST-IDX) TO WS-ST-DAY-TOTAL(WS-ST-D)
           MOVE "y" TO WS-ST-FIRST
           PERFORM VARYING WS-ST-JDX FROM 1 BY 1
               UNTIL WS-ST-JDX >= WS-ST-IDX
               IF WS-ST-CASH-ACCOUNT(WS-ST-JDX) IS EQUAL TO
                   WS-ST-CASH-ACCOUNT(WS-ST-IDX) AND
                   WS-ST-CASH-DAY(WS-ST-JDX) IS EQUAL TO WS-ST-D
                   MOVE "n" TO WS-ST-FIRST
               END-IF
           END-PERFORM
           IF WS-ST-FIRST IS EQUAL TO "y"
               ADD 1 TO WS-ST-DAY-ACCTS(WS-ST-D)
               MOVE 0 TO WS-ST-ONE-TOTAL
               PERFORM VARYING WS-ST-JDX FROM WS-ST-IDX BY 1
                   UNTIL WS-ST-JDX > WS-ST-CASH-COUNT
                   IF WS-ST-CASH-ACCOUNT(WS-ST-JDX) IS EQUAL TO
                       WS-ST-CASH-ACCOUNT(WS-ST-IDX) AND
                       WS-ST-CASH-DAY(WS-ST-JDX) IS EQUAL TO WS-ST-D
                       ADD WS-ST-CASH-AMMOUNT(WS-ST-JDX) TO
                           WS-ST-ONE-TOTAL
                   END-IF
               END-PERFORM
               IF WS-ST-ONE-TOTAL > WS-ST-DAY-MAX(WS-ST-D)
                   MOVE WS-ST-ONE-TOTAL TO WS-ST-DAY-MAX(WS-ST-D)
               END-IF
           END-IF.
      * The FLAG line carries the latest supporting deposit's account
      * and transaction number in the offsets the workbench reads; the
      * indented lines under it list every deposit on the band and
      * split days, then each account's month-to-date deposits from
      * its activity summary
       WRITE-STRUCTURING-EXCEPTION.
           ADD 1 TO WS-ST-FLAGGED
           MOVE 0 TO WS-ST-FLAG-TX
           MOVE 0 TO WS-ST-FLAG-TOTAL
           MOVE WS-ST-ACCT-MEMBER(WS-ST-G) TO WS-ST-FLAG-MEMBER
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-CASH-COUNT
               IF WS-ST-ACCT-GROUP(WS-ST-CASH-ACCT(WS-ST-IDX)) IS
                   EQUAL TO WS-ST-G AND
                   WS-ST-DAY-HIT(WS-ST-CASH-DAY(WS-ST-IDX)) IS EQUAL
                   TO "y"
                   ADD WS-ST-CASH-AMMOUNT(WS-ST-IDX) TO WS-ST-FLAG-TOTAL
                   IF WS-ST-CASH-TX(WS-ST-IDX) > WS-ST-FLAG-TX
                       MOVE WS-ST-CASH-TX(WS-ST-IDX) TO WS-ST-FLAG-TX
                       MOVE WS-ST-CASH-ACCOUNT(WS-ST-IDX) TO
                           WS-ST-FLAG-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO EXCEPTIONS-LINE
           STRING "FLAG account=" WS-ST-FLAG-ACCOUNT
               " tx=" WS-ST-FLAG-TX
               " ammount=" WS-ST-FLAG-TOTAL
               " reason=STRUCTURING band-days=" WS-ST-BAND-COUNT
               " split-days=" WS-ST-SPLIT-COUNT
               " member=" WS-ST-FLAG-MEMBER
               DELIMITED BY SIZE INTO EXCEPTIONS-LINE
           END-STRING
           WRITE EXCEPTIONS-LINE
           DISPLAY "STRUCTURING: account "WS-ST-FLAG-ACCOUNT" member "
               WS-ST-FLAG-MEMBER" band days "WS-ST-BAND-COUNT
               " split days "WS-ST-SPLIT-COUNT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-CASH-COUNT
               IF WS-ST-ACCT-GROUP(WS-ST-CASH-ACCT(WS-ST-IDX)) IS
                   EQUAL TO WS-ST-G AND
                   WS-ST-DAY-HIT(WS-ST-CASH-DAY(WS-ST-IDX)) IS EQUAL
                   TO "y"
                   MOVE SPACES TO EXCEPTIONS-LINE
                   STRING "  CASH account="
                       WS-ST-CASH-ACCOUNT(WS-ST-IDX)
                       " date=" WS-ST-CASH-DATE(WS-ST-IDX)
                       " tx=" WS-ST-CASH-TX(WS-ST-IDX)
                       " ammount=" WS-ST-CASH-AMMOUNT(WS-ST-IDX)
                       DELIMITED BY SIZE INTO EXCEPTIONS-LINE
                   END-STRING
                   WRITE EXCEPTIONS-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ST-A FROM 1 BY 1
               UNTIL WS-ST-A > WS-ST-ACCT-COUNT
               IF WS-ST-ACCT-GROUP(WS-ST-A) IS EQUAL TO WS-ST-G
                   PERFORM SUM-ST-MONTH-ACTIVITY
                   IF WS-ST-MTD-FOUND IS EQUAL TO "y"
                       MOVE SPACES TO EXCEPTIONS-LINE
                       STRING "  MONTH account="
                           WS-ST-ACCT-ID(WS-ST-A)
                           " deposits=" WS-ST-MTD-COUNT
                           " total=" WS-ST-MTD-TOTAL
                           DELIMITED BY SIZE INTO EXCEPTIONS-LINE
                       END-STRING
                       WRITE EXCEPTIONS-LINE
                   END-IF
               END-IF
           END-PERFORM.
      * The activity summary is kept by the day, so the month to date
      * is the sum of the account's day records from the first
       SUM-ST-MONTH-ACTIVITY.
           MOVE 0 TO WS-ST-MTD-COUNT
           MOVE 0 TO WS-ST-MTD-TOTAL
           MOVE "n" TO WS-ST-MTD-FOUND
           MOVE "n" TO WS-ST-MTD-EOF
           MOVE WS-ST-ACCT-ID(WS-ST-A) TO ACT-ACCOUNT-ID
           COMPUTE ACT-DATE = WS-ST-MONTH * 100 + 1
           START ACTIVITY-SUMMARY KEY IS NOT LESS THAN ACT-KEY
               INVALID KEY MOVE "y" TO WS-ST-MTD-EOF
           END-START
           PERFORM UNTIL WS-ST-MTD-EOF IS EQUAL TO "y"
               READ ACTIVITY-SUMMARY NEXT RECORD
                   AT END MOVE "y" TO WS-ST-MTD-EOF
               END-READ
               IF WS-ST-MTD-EOF IS NOT EQUAL TO "y"
                   IF ACT-ACCOUNT-ID IS NOT EQUAL TO
                       WS-ST-ACCT-ID(WS-ST-A) OR
                       ACT-DATE > WS-ST-MONTH * 100 + 31
                       MOVE "y" TO WS-ST-MTD-EOF
                   ELSE
                       MOVE "y" TO WS-ST-MTD-FOUND
                       ADD ACT-DEPOSIT-COUNT TO WS-ST-MTD-COUNT
                       ADD ACT-DEPOSIT-TOTAL TO WS-ST-MTD-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
      * Nightly risk-scoring batch: every member still in use is
      * measured on the factors in the factor table, scores the
      * points of each factor's band, and is rated low, medium or high
      * on the total. The rating, score and factor points go on the
      * member; a KYC review further out than the rating's cycle is
      * brought in to it. Rating changes are reported, dated and
      * catalogued
       RUN-RISK-RATING.
           PERFORM READ-RISK-PARAMETERS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-RK-TODAY
           COMPUTE WS-RK-TODAY-YMD = 20000000 + WS-RK-TODAY
           COMPUTE WS-RK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RK-TODAY-YMD)
           COMPUTE WS-RK-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RK-TODAY-INT - WS-RK-LOOKBACK-DAYS)
           COMPUTE WS-RK-FROM-YMD = WS-RK-FROM-DATE - 20000000
           MOVE 0 TO WS-RK-MEMBER-COUNT
           MOVE 0 TO WS-RK-LOW-COUNT
           MOVE 0 TO WS-RK-MEDIUM-COUNT
           MOVE 0 TO WS-RK-HIGH-COUNT
           MOVE 0 TO WS-RK-UP-COUNT
           MOVE 0 TO WS-RK-DOWN-COUNT
           MOVE 0 TO WS-RK-NEW-COUNT
           MOVE 0 TO WS-RK-REVIEW-MOVED
           PERFORM LOAD-RISK-FACTORS
           PERFORM LOAD-RISK-ACCOUNTS
           PERFORM TALLY-RISK-CASH
           PERFORM TALLY-RISK-OUTBOUND
           PERFORM TALLY-RISK-EXCEPTIONS
           PERFORM LOAD-WATCH-LIST-ENTRIES
           MOVE WS-RK-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "riskrating." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-RISK-RATING-REPORT-PATH
           OPEN OUTPUT RISK-RATING-REPORT-FILE
           MOVE SPACES TO RISK-RATING-REPORT-LINE
           STRING "MEMBER RISK RATING " WS-RK-TODAY
               " factors=" WS-RK-FACTOR-COUNT
               " medium-from=" WS-RK-MEDIUM-SCORE
               " high-from=" WS-RK-HIGH-SCORE
               " look-back-days=" WS-RK-LOOKBACK-DAYS
               DELIMITED BY SIZE INTO RISK-RATING-REPORT-LINE
           END-STRING
           WRITE RISK-RATING-REPORT-LINE
           MOVE "n" TO WS-RK-EOF
           OPEN I-O MEMBER-DETAILS
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
               INVALID KEY MOVE "y" TO WS-RK-EOF
           END-START
           PERFORM UNTIL WS-RK-EOF IS EQUAL TO "y"
               READ MEMBER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-RK-EOF
               END-READ
               IF WS-RK-EOF IS NOT EQUAL TO "y" AND
                   MEMBER-MERGED-INTO IS EQUAL TO 0
                   PERFORM RATE-ONE-MEMBER
               END-IF
           END-PERFORM
           CLOSE MEMBER-DETAILS
           MOVE SPACES TO RISK-RATING-REPORT-LINE
           STRING "TOTAL members=" WS-RK-MEMBER-COUNT
               " low=" WS-RK-LOW-COUNT
               " medium=" WS-RK-MEDIUM-COUNT
               " high=" WS-RK-HIGH-COUNT
               " up=" WS-RK-UP-COUNT
               " down=" WS-RK-DOWN-COUNT
               " first-rated=" WS-RK-NEW-COUNT
               " reviews-brought-in=" WS-RK-REVIEW-MOVED
               DELIMITED BY SIZE INTO RISK-RATING-REPORT-LINE
           END-STRING
           WRITE RISK-RATING-REPORT-LINE
           DISPLAY RISK-RATING-REPORT-LINE
           CLOSE RISK-RATING-REPORT-FILE
           MOVE "RISK RATING" TO WS-RC-TYPE
           COMPUTE WS-RC-COUNT = WS-RK-UP-COUNT + WS-RK-DOWN-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       READ-RISK-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "RISK-LOOKBACK-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-LOOKBACK-DAYS
           END-IF
           MOVE "RISK-EXC-DAYS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-EXC-DAYS
           END-IF
           MOVE "RISK-MEDIUM-SCORE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-MEDIUM-SCORE
           END-IF
           MOVE "RISK-HIGH-SCORE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-HIGH-SCORE
           END-IF
           CLOSE BANK-PARAMETERS
           PERFORM READ-RISK-REVIEW-DAYS.
      * The KYC review cycle for each rating, also used when a
      * member's review is restarted at sign-in
       READ-RISK-REVIEW-DAYS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "RISK-REVIEW-DAYS-L" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-LOW-DAYS
           END-IF
           MOVE "RISK-REVIEW-DAYS-M" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-MEDIUM-DAYS
           END-IF
           MOVE "RISK-REVIEW-DAYS-H" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-RK-HIGH-DAYS
           END-IF
           CLOSE BANK-PARAMETERS.
      * The factor file when it holds any rows, else the defaults
       LOAD-RISK-FACTORS.
           MOVE 0 TO WS-RK-FACTOR-COUNT
           MOVE "n" TO WS-RK-EOF
           OPEN INPUT RISK-FACTORS
           MOVE LOW-VALUES TO RF-KEY
           START RISK-FACTORS KEY IS GREATER THAN RF-KEY
               INVALID KEY MOVE "y" TO WS-RK-EOF
           END-START
           PERFORM UNTIL WS-RK-EOF IS EQUAL TO "y"
               READ RISK-FACTORS NEXT RECORD
                   AT END MOVE "y" TO WS-RK-EOF
                   NOT AT END
                       IF WS-RK-FACTOR-COUNT < 100
                           ADD 1 TO WS-RK-FACTOR-COUNT
                           MOVE RF-FACTOR TO
                               WS-RK-F-CODE(WS-RK-FACTOR-COUNT)
                           MOVE RF-FLOOR TO
                               WS-RK-F-FLOOR(WS-RK-FACTOR-COUNT)
                           MOVE RF-POINTS TO
                               WS-RK-F-POINTS(WS-RK-FACTOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RISK-FACTORS
           IF WS-RK-FACTOR-COUNT IS EQUAL TO 0
               PERFORM VARYING WS-RK-F FROM 1 BY 1 UNTIL WS-RK-F > 23
                   MOVE WS-RK-DEF-FACTOR(WS-RK-F) TO
                       WS-RK-F-CODE(WS-RK-F)
                   MOVE WS-RK-DEF-FLOOR(WS-RK-F) TO
                       WS-RK-F-FLOOR(WS-RK-F)
                   MOVE WS-RK-DEF-POINTS(WS-RK-F) TO
                       WS-RK-F-POINTS(WS-RK-F)
               END-PERFORM
               MOVE 23 TO WS-RK-FACTOR-COUNT
           END-IF.
      * Every account held under a member, in account order
       LOAD-RISK-ACCOUNTS.
           MOVE 0 TO WS-RK-ACCT-COUNT
           MOVE "n" TO WS-RK-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-RK-EOF
           END-START
           PERFORM UNTIL WS-RK-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-RK-EOF
               END-READ
               IF WS-RK-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS NOT EQUAL TO 0
                   IF WS-RK-ACCT-COUNT < 3000
                       ADD 1 TO WS-RK-ACCT-COUNT
                       MOVE WS-RK-ACCT-COUNT TO WS-RK-A
                       MOVE CREATE-ACCOUNT-ID TO WS-RK-ACCT-ID(WS-RK-A)
                       MOVE CREATE-MEMBER-ID TO
                           WS-RK-ACCT-MEMBER(WS-RK-A)
                       MOVE 0 TO WS-RK-ACCT-CASH(WS-RK-A)
                       MOVE 0 TO WS-RK-ACCT-OUT(WS-RK-A)
                       MOVE 0 TO WS-RK-ACCT-DEST(WS-RK-A)
                       MOVE 0 TO WS-RK-ACCT-ANOM(WS-RK-A)
                   ELSE
                       DISPLAY "More than 3000 member accounts; "
                           "account " CREATE-ACCOUNT-ID
                           " is not measured"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS.
      * WS-RK-A is left at the entry for account WS-RK-SEEK, or 0
       FIND-RISK-ACCOUNT.
           MOVE 0 TO WS-RK-A
           PERFORM VARYING WS-RK-F FROM 1 BY 1
               UNTIL WS-RK-F > WS-RK-ACCT-COUNT OR WS-RK-A > 0
               IF WS-RK-ACCT-ID(WS-RK-F) IS EQUAL TO WS-RK-SEEK
                   MOVE WS-RK-F TO WS-RK-A
               END-IF
           END-PERFORM.
      * Teller cash in and out over the look-back, from the posting
      * day the look-back starts on
       TALLY-RISK-CASH.
           MOVE "n" TO WS-RK-EOF
           OPEN INPUT TRANSACTION-DETAILS
           MOVE LOW-VALUES TO TRANSACTION-NUMBER
           START TRANSACTION-DETAILS KEY IS GREATER THAN
               TRANSACTION-NUMBER
               INVALID KEY MOVE "y" TO WS-RK-EOF
           END-START
           PERFORM UNTIL WS-RK-EOF IS EQUAL TO "y"
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-RK-EOF
               END-READ
               IF WS-RK-EOF IS NOT EQUAL TO "y" AND
                   TRANSACTION-CHANNEL IS EQUAL TO "TL" AND
                   TRANSACTION-DATE >= WS-RK-FROM-DATE
                   MOVE TRANSACTION-ID TO WS-RK-SEEK
                   PERFORM FIND-RISK-ACCOUNT
                   IF WS-RK-A > 0
                       ADD TRANSACTION-AMMOUNT TO
                           WS-RK-ACCT-CASH(WS-RK-A)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-DETAILS.
      * Outbound payments sent over the look-back; those sent in a
      * currency other than dollars count as foreign destinations
       TALLY-RISK-OUTBOUND.
           MOVE "n" TO WS-RK-EOF
           OPEN INPUT OUTBOUND-SENT
           MOVE LOW-VALUES TO OSENT-REF
           START OUTBOUND-SENT KEY IS GREATER THAN OSENT-REF
               INVALID KEY MOVE "y" TO WS-RK-EOF
           END-START
           PERFORM UNTIL WS-RK-EOF IS EQUAL TO "y"
               READ OUTBOUND-SENT NEXT RECORD
                   AT END MOVE "y" TO WS-RK-EOF
               END-READ
               IF WS-RK-EOF IS NOT EQUAL TO "y" AND
                   OSENT-SENT-DATE >= WS-RK-FROM-YMD
                   MOVE OSENT-ACCOUNT-ID TO WS-RK-SEEK
                   PERFORM FIND-RISK-ACCOUNT
                   IF WS-RK-A > 0
                       ADD OSENT-AMMOUNT TO WS-RK-ACCT-OUT(WS-RK-A)
                       IF OSENT-CURRENCY IS NOT EQUAL TO "USD"
                           ADD 1 TO WS-RK-ACCT-DEST(WS-RK-A)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OUTBOUND-SENT.
      * FLAG lines in the dated exceptions files of the last few days
      * that the workbench has not yet dispositioned
       TALLY-RISK-EXCEPTIONS.
           PERFORM LOAD-DISPOSITIONS
           PERFORM VARYING WS-RK-DAY FROM 0 BY 1
               UNTIL WS-RK-DAY >= WS-RK-EXC-DAYS
               COMPUTE WS-RK-EXC-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-RK-TODAY-INT - WS-RK-DAY)
               COMPUTE WS-REPORT-STAMP = WS-RK-EXC-DATE - 20000000
               PERFORM RESOLVE-DATED-EXCEPTIONS-PATH
               MOVE "n" TO WS-RK-EOF
               OPEN INPUT EXCEPTIONS-FILE
               IF WS-EXCEPTIONS-FILE-STATUS IS NOT EQUAL TO "00"
                   MOVE "y" TO WS-RK-EOF
               END-IF
               PERFORM UNTIL WS-RK-EOF IS EQUAL TO "y"
                   READ EXCEPTIONS-FILE
                       AT END MOVE "y" TO WS-RK-EOF
                       NOT AT END
                           IF EXCEPTIONS-LINE(1:4) IS EQUAL TO "FLAG"
                               PERFORM TALLY-ONE-RISK-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EXCEPTIONS-FILE-STATUS IS NOT EQUAL TO "35"
                   CLOSE EXCEPTIONS-FILE
               END-IF
           END-PERFORM.
       TALLY-ONE-RISK-EXCEPTION.
           MOVE EXCEPTIONS-LINE(26:10) TO WS-EW-TX
           PERFORM CHECK-TX-DISPOSED
           IF WS-EW-DISPOSED IS NOT EQUAL TO "y"
               COMPUTE WS-RK-SEEK =
                   FUNCTION NUMVAL(EXCEPTIONS-LINE(14:8))
               PERFORM FIND-RISK-ACCOUNT
               IF WS-RK-A > 0
                   ADD 1 TO WS-RK-ACCT-ANOM(WS-RK-A)
               END-IF
           END-IF.
      * Measure, score and rate one member, then rewrite it
       RATE-ONE-MEMBER.
           ADD 1 TO WS-RK-MEMBER-COUNT
           INITIALIZE WS-RK-MEASURE-TABLE
           IF MEMBER-TYPE IS EQUAL TO "B"
               MOVE 1 TO WS-RK-MEASURE(1)
           ELSE IF MEMBER-DOB IS NOT EQUAL TO 0
               COMPUTE WS-RK-MEASURE(2) =
                   (WS-RK-TODAY-YMD - MEMBER-DOB) / 10000
           ELSE
               MOVE MEMBER-AGE TO WS-RK-MEASURE(2)
           END-IF
           END-IF
           PERFORM VARYING WS-RK-A FROM 1 BY 1
               UNTIL WS-RK-A > WS-RK-ACCT-COUNT
               IF WS-RK-ACCT-MEMBER(WS-RK-A) IS EQUAL TO MEMBER-ID
                   ADD 1 TO WS-RK-MEASURE(3)
                   ADD WS-RK-ACCT-CASH(WS-RK-A) TO WS-RK-MEASURE(4)
                   ADD WS-RK-ACCT-OUT(WS-RK-A) TO WS-RK-MEASURE(5)
                   ADD WS-RK-ACCT-DEST(WS-RK-A) TO WS-RK-MEASURE(6)
                   ADD WS-RK-ACCT-ANOM(WS-RK-A) TO WS-RK-MEASURE(7)
               END-IF
           END-PERFORM
           MOVE MEMBER-NAME TO WS-WL-NAME-IN
           PERFORM COUNT-NEAR-MISSES
           IF MEMBER-TYPE IS EQUAL TO "B" AND
               MEMBER-LEGAL-NAME IS NOT EQUAL TO SPACES
               MOVE MEMBER-LEGAL-NAME TO WS-WL-NAME-IN
               PERFORM COUNT-NEAR-MISSES
           END-IF
           MOVE 0 TO WS-RK-SCORE
           PERFORM VARYING WS-RK-N FROM 1 BY 1 UNTIL WS-RK-N > 8
               PERFORM SCORE-ONE-FACTOR
               ADD WS-RK-POINTS(WS-RK-N) TO WS-RK-SCORE
           END-PERFORM
           IF WS-RK-SCORE > 999
               MOVE 999 TO WS-RK-SCORE
           END-IF
           IF WS-RK-SCORE >= WS-RK-HIGH-SCORE
               MOVE "H" TO WS-RK-NEW-RATING
               MOVE 3 TO WS-RK-NEW-RANK
               MOVE WS-RK-HIGH-DAYS TO WS-RK-CYCLE-DAYS
               ADD 1 TO WS-RK-HIGH-COUNT
           ELSE IF WS-RK-SCORE >= WS-RK-MEDIUM-SCORE
               MOVE "M" TO WS-RK-NEW-RATING
               MOVE 2 TO WS-RK-NEW-RANK
               MOVE WS-RK-MEDIUM-DAYS TO WS-RK-CYCLE-DAYS
               ADD 1 TO WS-RK-MEDIUM-COUNT
           ELSE
               MOVE "L" TO WS-RK-NEW-RATING
               MOVE 1 TO WS-RK-NEW-RANK
               MOVE WS-RK-LOW-DAYS TO WS-RK-CYCLE-DAYS
               ADD 1 TO WS-RK-LOW-COUNT
           END-IF
           END-IF
           MOVE MEMBER-RISK-RATING TO WS-RK-OLD-RATING
           IF WS-RK-OLD-RATING IS EQUAL TO "H"
               MOVE 3 TO WS-RK-OLD-RANK
           ELSE IF WS-RK-OLD-RATING IS EQUAL TO "M"
               MOVE 2 TO WS-RK-OLD-RANK
           ELSE IF WS-RK-OLD-RATING IS EQUAL TO "L"
               MOVE 1 TO WS-RK-OLD-RANK
           ELSE
               MOVE 0 TO WS-RK-OLD-RANK
           END-IF
           END-IF
           END-IF
           MOVE WS-RK-NEW-RATING TO MEMBER-RISK-RATING
           MOVE WS-RK-SCORE TO MEMBER-RISK-SCORE
           PERFORM VARYING WS-RK-N FROM 1 BY 1 UNTIL WS-RK-N > 8
               MOVE WS-RK-POINTS(WS-RK-N) TO MEMBER-RISK-POINTS(WS-RK-N)
           END-PERFORM
           MOVE WS-RK-TODAY-YMD TO MEMBER-RISK-DATE
      * The review cycle only ever brings a review in; a review
      * already due sooner than the rating's cycle stays where it is
           COMPUTE WS-RK-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RK-TODAY-INT + WS-RK-CYCLE-DAYS)
           IF MEMBER-KYC-REVIEW-DATE IS EQUAL TO 0 OR
               MEMBER-KYC-REVIEW-DATE > WS-RK-DUE-DATE
               MOVE WS-RK-DUE-DATE TO MEMBER-KYC-REVIEW-DATE
               ADD 1 TO WS-RK-REVIEW-MOVED
           END-IF
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to store the risk rating "
                       "for member "MEMBER-ID
           END-REWRITE
           IF WS-RK-OLD-RANK IS EQUAL TO 0
               ADD 1 TO WS-RK-NEW-COUNT
               MOVE "NEW" TO WS-RK-MOVE
           ELSE IF WS-RK-NEW-RANK > WS-RK-OLD-RANK
               ADD 1 TO WS-RK-UP-COUNT
               MOVE "UP" TO WS-RK-MOVE
           ELSE IF WS-RK-NEW-RANK < WS-RK-OLD-RANK
               ADD 1 TO WS-RK-DOWN-COUNT
               MOVE "DOWN" TO WS-RK-MOVE
           ELSE
               MOVE SPACES TO WS-RK-MOVE
           END-IF
           END-IF
           END-IF
      * A first rating is only listed when it is above low, so the
      * first run does not list the whole membership
           IF WS-RK-MOVE IS EQUAL TO "UP" OR
               WS-RK-MOVE IS EQUAL TO "DOWN" OR
               (WS-RK-MOVE IS EQUAL TO "NEW" AND WS-RK-NEW-RANK > 1)
               PERFORM WRITE-RISK-CHANGE-LINE
           END-IF.
      * Points of the highest band whose floor the measure reaches;
      * age does not apply to a business
       SCORE-ONE-FACTOR.
           MOVE 0 TO WS-RK-POINTS(WS-RK-N)
           MOVE 0 TO WS-RK-BEST-FLOOR
           IF WS-RK-N IS NOT EQUAL TO 2 OR
               MEMBER-TYPE IS NOT EQUAL TO "B"
               PERFORM VARYING WS-RK-F FROM 1 BY 1
                   UNTIL WS-RK-F > WS-RK-FACTOR-COUNT
                   IF WS-RK-F-CODE(WS-RK-F) IS EQUAL TO
                       WS-RK-CODE(WS-RK-N) AND
                       WS-RK-F-FLOOR(WS-RK-F) <=
                       WS-RK-MEASURE(WS-RK-N) AND
                       WS-RK-F-FLOOR(WS-RK-F) >= WS-RK-BEST-FLOOR
                       MOVE WS-RK-F-FLOOR(WS-RK-F) TO WS-RK-BEST-FLOOR
                       MOVE WS-RK-F-POINTS(WS-RK-F) TO
                           WS-RK-POINTS(WS-RK-N)
                   END-IF
               END-PERFORM
           END-IF.
      * A near-miss is a watch-list entry sharing two or more words
      * with the name without being the same name, which would be a
      * hit for the re-screening batch instead
       COUNT-NEAR-MISSES.
           PERFORM NORMALIZE-SCREEN-NAME
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               IF WS-WL-KEY(WS-WL-IDX) IS NOT EQUAL TO WS-WL-NAME-KEY
                   MOVE SPACES TO WS-RK-WORD-TABLE
                   UNSTRING WS-WL-KEY(WS-WL-IDX) DELIMITED BY ALL SPACES
                       INTO WS-RK-WORD(1) WS-RK-WORD(2) WS-RK-WORD(3)
                       WS-RK-WORD(4) WS-RK-WORD(5) WS-RK-WORD(6)
                       WS-RK-WORD(7) WS-RK-WORD(8)
                   END-UNSTRING
                   MOVE 0 TO WS-RK-COMMON
                   PERFORM VARYING WS-RK-V FROM 1 BY 1
                       UNTIL WS-RK-V > 8
                       IF WS-RK-WORD(WS-RK-V) IS NOT EQUAL TO SPACES
                           PERFORM VARYING WS-RK-W FROM 1 BY 1
                               UNTIL WS-RK-W > 8
                               IF WS-WL-WORD(WS-RK-W) IS EQUAL TO
                                   WS-RK-WORD(WS-RK-V)
                                   ADD 1 TO WS-RK-COMMON
                                   MOVE 9 TO WS-RK-W
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-RK-COMMON >= 2
                       ADD 1 TO WS-RK-MEASURE(8)
                   END-IF
               END-IF
           END-PERFORM.
       WRITE-RISK-CHANGE-LINE.
           MOVE SPACES TO RISK-RATING-REPORT-LINE
           MOVE 1 TO WS-RK-POINTER
           STRING WS-RK-MOVE " member=" MEMBER-ID
               " old=" WS-RK-OLD-RATING
               " new=" WS-RK-NEW-RATING
               " score=" MEMBER-RISK-SCORE
               DELIMITED BY SIZE INTO RISK-RATING-REPORT-LINE
               WITH POINTER WS-RK-POINTER
           END-STRING
           PERFORM VARYING WS-RK-N FROM 1 BY 1 UNTIL WS-RK-N > 8
               STRING " " WS-RK-CODE(WS-RK-N) DELIMITED BY SPACE
                   "=" MEMBER-RISK-POINTS(WS-RK-N) DELIMITED BY SIZE
                   INTO RISK-RATING-REPORT-LINE
                   WITH POINTER WS-RK-POINTER
               END-STRING
           END-PERFORM
           STRING " review=" MEMBER-KYC-REVIEW-DATE
               DELIMITED BY SIZE INTO RISK-RATING-REPORT-LINE
               WITH POINTER WS-RK-POINTER
           END-STRING
           WRITE RISK-RATING-REPORT-LINE.
      * Staff-facing maintenance of the risk-factor table, the same
      * read/write/browse shape as the rate tiers plus delete, with
      * the audit-log trail. The first write starts the file from
      * the compiled defaults so the other factors keep their bands
       MAINTAIN-RISK-FACTORS.
           DISPLAY "Enter a command. 'read', 'write', 'delete', or "
               "'browse'"
           ACCEPT WS-RK-COMMAND
           IF WS-RK-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter factor code (TYPE/AGE/PROD/CASH/OUTP/"
                   "DEST/ANOM/NEAR)..."
               ACCEPT RF-FACTOR
               DISPLAY "Enter band number..."
               ACCEPT RF-BAND
               DISPLAY "Enter the floor the measure must reach..."
               ACCEPT WS-RK-NEW-FLOOR
               DISPLAY "Enter the points scored at or above it..."
               ACCEPT WS-RK-NEW-POINTS
               MOVE 0 TO WS-RK-F
               PERFORM VARYING WS-RK-N FROM 1 BY 1 UNTIL WS-RK-N > 8
                   IF WS-RK-CODE(WS-RK-N) IS EQUAL TO RF-FACTOR
                       MOVE WS-RK-N TO WS-RK-F
                   END-IF
               END-PERFORM
               IF WS-RK-F IS EQUAL TO 0
                   DISPLAY "Unknown factor code "RF-FACTOR
               ELSE
                   PERFORM WRITE-RISK-FACTOR-BAND
               END-IF
           ELSE IF WS-RK-COMMAND IS EQUAL TO "delete"
               DISPLAY "Enter factor code..."
               ACCEPT RF-FACTOR
               DISPLAY "Enter band number..."
               ACCEPT RF-BAND
               PERFORM SEED-RISK-FACTORS
               OPEN I-O RISK-FACTORS
                   READ RISK-FACTORS
                       INVALID KEY DISPLAY "No such band..."
                       NOT INVALID KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           STRING RF-FLOOR " scores " RF-POINTS
                               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                           END-STRING
                           PERFORM DELETE-RISK-FACTOR-BAND
                   END-READ
               CLOSE RISK-FACTORS
           ELSE IF WS-RK-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter factor code..."
               ACCEPT RF-FACTOR
               DISPLAY "Enter band number..."
               ACCEPT RF-BAND
               OPEN INPUT RISK-FACTORS
                   READ RISK-FACTORS
                       INVALID KEY DISPLAY "No such band..."
                       NOT INVALID KEY
                           DISPLAY RF-FACTOR"/"RF-BAND" floor "RF-FLOOR
                               " points "RF-POINTS
                   END-READ
               CLOSE RISK-FACTORS
           ELSE IF WS-RK-COMMAND IS EQUAL TO "browse"
               PERFORM LOAD-RISK-FACTORS
               PERFORM VARYING WS-RK-F FROM 1 BY 1
                   UNTIL WS-RK-F > WS-RK-FACTOR-COUNT
                   DISPLAY WS-RK-F-CODE(WS-RK-F)" floor "
                       WS-RK-F-FLOOR(WS-RK-F)" points "
                       WS-RK-F-POINTS(WS-RK-F)
               END-PERFORM
           END-IF.
       WRITE-RISK-FACTOR-BAND.
           PERFORM SEED-RISK-FACTORS
           MOVE "none" TO WS-AUDIT-BEFORE
           OPEN I-O RISK-FACTORS
               READ RISK-FACTORS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       STRING RF-FLOOR " scores " RF-POINTS
                           DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                       END-STRING
               END-READ
               MOVE WS-RK-NEW-FLOOR TO RF-FLOOR
               MOVE WS-RK-NEW-POINTS TO RF-POINTS
               WRITE RISK-FACTOR-RECORD
                   INVALID KEY REWRITE RISK-FACTOR-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE RISK-FACTORS
           MOVE "RISK-FACTOR" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING RF-FACTOR "/" RF-BAND
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING RF-FLOOR " scores " RF-POINTS
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
       DELETE-RISK-FACTOR-BAND.
           DELETE RISK-FACTORS RECORD
               INVALID KEY
                   DISPLAY "Error: unable to delete the band"
               NOT INVALID KEY
                   MOVE "RISK-FACTOR" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING RF-FACTOR "/" RF-BAND
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE "deleted" TO WS-AUDIT-AFTER
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
           END-DELETE.
      * While the factor file is empty the batch scores on the
      * compiled defaults; they are written out before the first
      * change so that one change does not drop all the others
       SEED-RISK-FACTORS.
           MOVE RF-KEY TO WS-RK-SAVE-KEY
           MOVE "n" TO WS-RK-EOF
           OPEN I-O RISK-FACTORS
           MOVE LOW-VALUES TO RF-KEY
           START RISK-FACTORS KEY IS GREATER THAN RF-KEY
               INVALID KEY MOVE "y" TO WS-RK-EOF
           END-START
           IF WS-RK-EOF IS EQUAL TO "y"
               PERFORM VARYING WS-RK-F FROM 1 BY 1 UNTIL WS-RK-F > 23
                   MOVE WS-RK-DEF-FACTOR(WS-RK-F) TO RF-FACTOR
                   MOVE WS-RK-DEF-BAND(WS-RK-F) TO RF-BAND
                   MOVE WS-RK-DEF-FLOOR(WS-RK-F) TO RF-FLOOR
                   MOVE WS-RK-DEF-POINTS(WS-RK-F) TO RF-POINTS
                   WRITE RISK-FACTOR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-PERFORM
               DISPLAY "Factor file started from the default bands"
           END-IF
           CLOSE RISK-FACTORS
           MOVE WS-RK-SAVE-KEY TO RF-KEY.
      * Nightly insider-monitoring report: every posting keyed by a
      * staff ID and every maintenance action a staff member logged
      * since the last run is checked against the staff member's own
      * member and declared related members. Each hit is listed for
      * compliance; reversals, fee waivers and refunds, provisional
      * credits, unlocks, unfreezes and lock breaks among them also
      * raise an ops alert
       RUN-INSIDER-MONITOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-IM-TODAY
           COMPUTE WS-IM-AUD-NEXT =
               WS-IM-TODAY * 10000 + WS-CURRENT-HOURS * 100 +
               WS-CURRENT-MINUTE
           MOVE 0 TO WS-IM-TX-SEEN
           MOVE 0 TO WS-IM-AUD-SEEN
           MOVE 0 TO WS-IM-SELF-COUNT
           MOVE 0 TO WS-IM-RELATED-COUNT
           MOVE 0 TO WS-IM-HIGH-COUNT
           PERFORM LOAD-INSIDER-STAFF
           PERFORM LOAD-INSIDER-ACCOUNTS
           MOVE WS-IM-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "insider." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-INSIDER-REPORT-PATH
           OPEN OUTPUT INSIDER-REPORT-FILE
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "INSIDER MONITORING " WS-IM-TODAY
               " staff-with-links=" WS-IM-STAFF-COUNT
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           END-STRING
           WRITE INSIDER-REPORT-LINE
           PERFORM SCAN-INSIDER-TRANSACTIONS
           PERFORM SCAN-INSIDER-AUDIT
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING "TOTAL postings=" WS-IM-TX-SEEN
               " audit-lines=" WS-IM-AUD-SEEN
               " self=" WS-IM-SELF-COUNT
               " related=" WS-IM-RELATED-COUNT
               " high-risk=" WS-IM-HIGH-COUNT
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           END-STRING
           WRITE INSIDER-REPORT-LINE
           DISPLAY INSIDER-REPORT-LINE
           CLOSE INSIDER-REPORT-FILE
           MOVE "INSIDER" TO WS-RC-TYPE
           COMPUTE WS-RC-COUNT = WS-IM-SELF-COUNT + WS-IM-RELATED-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Only staff with an own member or a declared relative can hit
       LOAD-INSIDER-STAFF.
           MOVE 0 TO WS-IM-STAFF-COUNT
           MOVE "n" TO WS-IM-EOF
           OPEN INPUT STAFF-DETAILS
           MOVE LOW-VALUES TO STAFF-ID
           START STAFF-DETAILS KEY IS GREATER THAN STAFF-ID
               INVALID KEY MOVE "y" TO WS-IM-EOF
           END-START
           PERFORM UNTIL WS-IM-EOF IS EQUAL TO "y"
               READ STAFF-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-IM-EOF
                   NOT AT END PERFORM TAKE-INSIDER-STAFF
               END-READ
           END-PERFORM
           CLOSE STAFF-DETAILS.
       TAKE-INSIDER-STAFF.
           MOVE "n" TO WS-IM-FOUND
           IF STAFF-MEMBER-ID IS NOT EQUAL TO 0
               MOVE "y" TO WS-IM-FOUND
           END-IF
           PERFORM VARYING WS-IM-R FROM 1 BY 1 UNTIL WS-IM-R > 10
               IF STAFF-RELATED-MEMBER(WS-IM-R) IS NOT EQUAL TO 0
                   MOVE "y" TO WS-IM-FOUND
               END-IF
           END-PERFORM
           IF WS-IM-FOUND IS EQUAL TO "y"
               IF WS-IM-STAFF-COUNT < 500
                   ADD 1 TO WS-IM-STAFF-COUNT
                   MOVE WS-IM-STAFF-COUNT TO WS-IM-S
                   MOVE STAFF-ID TO WS-IM-S-ID(WS-IM-S)
                   MOVE STAFF-MEMBER-ID TO WS-IM-S-MEMBER(WS-IM-S)
                   PERFORM VARYING WS-IM-R FROM 1 BY 1
                       UNTIL WS-IM-R > 10
                       MOVE STAFF-RELATED-MEMBER(WS-IM-R) TO
                           WS-IM-S-RELATED(WS-IM-S WS-IM-R)
                   END-PERFORM
               ELSE
                   DISPLAY "More than 500 linked staff; "STAFF-ID
                       " is not monitored"
               END-IF
           END-IF.
      * Each account's member, and for a joint account the member the
      * joint holder banks as, found from the account the joint
      * holder's username signs in to as its primary user
       LOAD-INSIDER-ACCOUNTS.
           MOVE 0 TO WS-IM-ACCT-COUNT
           MOVE "n" TO WS-IM-FOUND
           MOVE "n" TO WS-IM-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-IM-EOF
           END-START
           PERFORM UNTIL WS-IM-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-IM-EOF
               END-READ
               IF WS-IM-EOF IS NOT EQUAL TO "y"
                   IF WS-IM-ACCT-COUNT < 3000
                       ADD 1 TO WS-IM-ACCT-COUNT
                       MOVE WS-IM-ACCT-COUNT TO WS-IM-A
                       MOVE CREATE-ACCOUNT-ID TO WS-IM-A-ID(WS-IM-A)
                       MOVE CREATE-MEMBER-ID TO WS-IM-A-MEMBER(WS-IM-A)
                       MOVE SPACES TO WS-IM-A-JOINT(WS-IM-A)
                       MOVE 0 TO WS-IM-A-JOINT-MEMBER(WS-IM-A)
                       IF CREATE-HAS-JOINT IS EQUAL TO "y"
                           MOVE CREATE-USERNAME-2 TO
                               WS-IM-A-JOINT(WS-IM-A)
                           MOVE "y" TO WS-IM-FOUND
                       END-IF
                   ELSE
                       DISPLAY "More than 3000 accounts; account "
                           CREATE-ACCOUNT-ID " is not monitored"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           IF WS-IM-FOUND IS EQUAL TO "y"
               PERFORM LINK-INSIDER-JOINT-HOLDERS
           END-IF.
       LINK-INSIDER-JOINT-HOLDERS.
           MOVE "n" TO WS-IM-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-IM-EOF
           END-START
           PERFORM UNTIL WS-IM-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-IM-EOF
               END-READ
               IF WS-IM-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS NOT EQUAL TO 0
                   PERFORM VARYING WS-IM-A FROM 1 BY 1
                       UNTIL WS-IM-A > WS-IM-ACCT-COUNT
                       IF WS-IM-A-JOINT(WS-IM-A) IS EQUAL TO
                           CREATE-USERNAME AND
                           WS-IM-A-JOINT(WS-IM-A) IS NOT EQUAL TO
                           SPACES AND
                           WS-IM-A-JOINT-MEMBER(WS-IM-A) IS EQUAL TO 0
                           MOVE CREATE-MEMBER-ID TO
                               WS-IM-A-JOINT-MEMBER(WS-IM-A)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS.
      * Postings since the transaction high-water mark; the first run
      * starts from the first transaction so past self-dealing shows
       SCAN-INSIDER-TRANSACTIONS.
           MOVE "INSIDERHWM" TO WS-IM-SEQ-NAME
           PERFORM READ-INSIDER-MARK
           MOVE WS-IM-MARK TO WS-IM-NEXT-MARK
           MOVE "n" TO WS-IM-EOF
           OPEN INPUT TRANSACTION-DETAILS
           MOVE WS-IM-MARK TO TRANSACTION-NUMBER
           START TRANSACTION-DETAILS KEY IS NOT LESS THAN
               TRANSACTION-NUMBER
               INVALID KEY MOVE "y" TO WS-IM-EOF
           END-START
           PERFORM UNTIL WS-IM-EOF IS EQUAL TO "y"
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-IM-EOF
               END-READ
               IF WS-IM-EOF IS NOT EQUAL TO "y"
                   COMPUTE WS-IM-NEXT-MARK = TRANSACTION-NUMBER + 1
                   ADD 1 TO WS-IM-TX-SEEN
                   PERFORM CHECK-INSIDER-POSTING
               END-IF
           END-PERFORM
           CLOSE TRANSACTION-DETAILS
           PERFORM SAVE-INSIDER-MARK.
       CHECK-INSIDER-POSTING.
           MOVE TRANSACTION-OPERATOR TO WS-IM-OPERATOR
           PERFORM FIND-INSIDER-STAFF
           IF WS-IM-S > 0
               MOVE TRANSACTION-ID TO WS-IM-ACCOUNT
               PERFORM FIND-INSIDER-ACCOUNT
               PERFORM CHECK-INSIDER-LINK
               IF WS-IM-LINK IS NOT EQUAL TO SPACES
                   MOVE "n" TO WS-IM-HIGH
                   IF TRANSACTION-MEMO(1:8) IS EQUAL TO "REVERSAL" OR
                       TRANSACTION-MEMO(1:6) IS EQUAL TO "PROVCR" OR
                       TRANSACTION-MEMO(1:10) IS EQUAL TO "FEE WAIVED"
                       OR TRANSACTION-MEMO(1:10) IS EQUAL TO
                       "FEE REFUND"
                       MOVE "y" TO WS-IM-HIGH
                   END-IF
                   MOVE "TX" TO WS-IM-SOURCE
                   MOVE TRANSACTION-MEMO TO WS-IM-WHAT
                   MOVE SPACES TO WS-IM-WHEN
                   MOVE TRANSACTION-NUMBER TO WS-IM-WHEN
                   MOVE TRANSACTION-AMMOUNT TO WS-IM-AMMOUNT-DISP
                   PERFORM WRITE-INSIDER-LINE
               END-IF
           END-IF.
      * Audit lines stamped from the last run's start up to this run's
      * start, to the minute; later lines wait for the next run
       SCAN-INSIDER-AUDIT.
           MOVE "INSIDERAUD" TO WS-IM-SEQ-NAME
           PERFORM READ-INSIDER-MARK
           MOVE "n" TO WS-IM-EOF
           MOVE "n" TO WS-IM-FOUND
           OPEN INPUT MAINT-AUDIT-LOG
           IF WS-MAINT-AUDIT-STATUS IS EQUAL TO "00"
               MOVE "y" TO WS-IM-FOUND
           ELSE
               MOVE "y" TO WS-IM-EOF
           END-IF
           PERFORM UNTIL WS-IM-EOF IS EQUAL TO "y"
               READ MAINT-AUDIT-LOG
                   AT END MOVE "y" TO WS-IM-EOF
                   NOT AT END PERFORM CHECK-INSIDER-AUDIT-LINE
               END-READ
           END-PERFORM
           IF WS-IM-FOUND IS EQUAL TO "y"
               CLOSE MAINT-AUDIT-LOG
           END-IF
           MOVE WS-IM-AUD-NEXT TO WS-IM-NEXT-MARK
           PERFORM SAVE-INSIDER-MARK.
      * Keys of eight digits name an account, except for the actions
      * that are keyed by member
       CHECK-INSIDER-AUDIT-LINE.
           MOVE SPACES TO WS-IM-AUD-LEAD
           MOVE SPACES TO WS-IM-AUD-DATE
           MOVE SPACES TO WS-IM-AUD-TIME
           MOVE SPACES TO WS-IM-AUD-ACTOR
           MOVE SPACES TO WS-IM-AUD-ACTION
           MOVE SPACES TO WS-IM-AUD-KEY
           UNSTRING MAINT-AUDIT-LINE DELIMITED BY "date=" OR " time="
               OR " actor=" OR " action=" OR " key=" OR " before="
               INTO WS-IM-AUD-LEAD WS-IM-AUD-DATE WS-IM-AUD-TIME
                   WS-IM-AUD-ACTOR WS-IM-AUD-ACTION WS-IM-AUD-KEY
           END-UNSTRING
           IF WS-IM-AUD-DATE IS NUMERIC AND
               WS-IM-AUD-TIME(1:4) IS NUMERIC
               COMPUTE WS-IM-AUD-STAMP =
                   FUNCTION NUMVAL(WS-IM-AUD-DATE(3:6)) * 10000 +
                   FUNCTION NUMVAL(WS-IM-AUD-TIME(1:4))
               IF WS-IM-AUD-STAMP >= WS-IM-MARK AND
                   WS-IM-AUD-STAMP < WS-IM-AUD-NEXT
                   ADD 1 TO WS-IM-AUD-SEEN
                   MOVE WS-IM-AUD-ACTOR TO WS-IM-OPERATOR
                   PERFORM FIND-INSIDER-STAFF
                   IF WS-IM-S > 0
                       PERFORM CHECK-INSIDER-ACTION
                   END-IF
               END-IF
           END-IF.
       CHECK-INSIDER-ACTION.
           MOVE 0 TO WS-IM-ACCOUNT
           MOVE 0 TO WS-IM-MEMBER
           MOVE 0 TO WS-IM-JOINT-MEMBER
           IF WS-IM-AUD-KEY(1:8) IS NUMERIC AND
               WS-IM-AUD-KEY(9:1) IS EQUAL TO SPACE
               IF WS-IM-AUD-ACTION IS EQUAL TO "DECEASED" OR
                   WS-IM-AUD-ACTION IS EQUAL TO "ADDRESS-BAD"
                   MOVE WS-IM-AUD-KEY(1:8) TO WS-IM-MEMBER
               ELSE
                   MOVE WS-IM-AUD-KEY(1:8) TO WS-IM-ACCOUNT
                   PERFORM FIND-INSIDER-ACCOUNT
               END-IF
           END-IF
           PERFORM CHECK-INSIDER-LINK
           IF WS-IM-LINK IS NOT EQUAL TO SPACES
               MOVE "n" TO WS-IM-HIGH
               IF WS-IM-AUD-ACTION IS EQUAL TO "UNLOCK" OR
                   WS-IM-AUD-ACTION IS EQUAL TO "UNFREEZE" OR
                   WS-IM-AUD-ACTION IS EQUAL TO "LOCK-BREAK" OR
                   WS-IM-AUD-ACTION IS EQUAL TO "ESTATE-CLR"
                   MOVE "y" TO WS-IM-HIGH
               END-IF
               MOVE "AUDIT" TO WS-IM-SOURCE
               MOVE WS-IM-AUD-ACTION TO WS-IM-WHAT
               MOVE SPACES TO WS-IM-WHEN
               STRING WS-IM-AUD-DATE WS-IM-AUD-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-IM-WHEN
               END-STRING
               MOVE 0 TO WS-IM-AMMOUNT-DISP
               PERFORM WRITE-INSIDER-LINE
           END-IF.
      * WS-IM-S is left at the linked staff entry for WS-IM-OPERATOR,
      * or 0
       FIND-INSIDER-STAFF.
           MOVE 0 TO WS-IM-S
           IF WS-IM-OPERATOR(9:22) IS EQUAL TO SPACES AND
               WS-IM-OPERATOR IS NOT EQUAL TO SPACES
               PERFORM VARYING WS-IM-B FROM 1 BY 1
                   UNTIL WS-IM-B > WS-IM-STAFF-COUNT OR WS-IM-S > 0
                   IF WS-IM-S-ID(WS-IM-B) IS EQUAL TO
                       WS-IM-OPERATOR(1:8)
                       MOVE WS-IM-B TO WS-IM-S
                   END-IF
               END-PERFORM
           END-IF.
      * The member and joint holder's member of WS-IM-ACCOUNT
       FIND-INSIDER-ACCOUNT.
           MOVE 0 TO WS-IM-MEMBER
           MOVE 0 TO WS-IM-JOINT-MEMBER
           PERFORM VARYING WS-IM-A FROM 1 BY 1
               UNTIL WS-IM-A > WS-IM-ACCT-COUNT
               IF WS-IM-A-ID(WS-IM-A) IS EQUAL TO WS-IM-ACCOUNT
                   MOVE WS-IM-A-MEMBER(WS-IM-A) TO WS-IM-MEMBER
                   MOVE WS-IM-A-JOINT-MEMBER(WS-IM-A) TO
                       WS-IM-JOINT-MEMBER
                   MOVE WS-IM-ACCT-COUNT TO WS-IM-A
               END-IF
           END-PERFORM.
      * SELF when a member on the account is the staff member's own,
      * RELATED when one is among the declared related members
       CHECK-INSIDER-LINK.
           MOVE SPACES TO WS-IM-LINK
           IF WS-IM-S-MEMBER(WS-IM-S) IS NOT EQUAL TO 0 AND
               (WS-IM-S-MEMBER(WS-IM-S) IS EQUAL TO WS-IM-MEMBER OR
               WS-IM-S-MEMBER(WS-IM-S) IS EQUAL TO WS-IM-JOINT-MEMBER)
               MOVE "SELF" TO WS-IM-LINK
           ELSE
               PERFORM VARYING WS-IM-R FROM 1 BY 1 UNTIL WS-IM-R > 10
                   IF WS-IM-S-RELATED(WS-IM-S WS-IM-R) IS NOT EQUAL
                       TO 0 AND
                       (WS-IM-S-RELATED(WS-IM-S WS-IM-R) IS EQUAL TO
                       WS-IM-MEMBER OR
                       WS-IM-S-RELATED(WS-IM-S WS-IM-R) IS EQUAL TO
                       WS-IM-JOINT-MEMBER)
                       MOVE "RELATED" TO WS-IM-LINK
                   END-IF
               END-PERFORM
           END-IF.
       WRITE-INSIDER-LINE.
           IF WS-IM-LINK IS EQUAL TO "SELF"
               ADD 1 TO WS-IM-SELF-COUNT
           ELSE
               ADD 1 TO WS-IM-RELATED-COUNT
           END-IF
           MOVE SPACES TO INSIDER-REPORT-LINE
           STRING WS-IM-LINK " staff=" WS-IM-S-ID(WS-IM-S)
               " source=" WS-IM-SOURCE
               " ref=" WS-IM-WHEN
               " account=" WS-IM-ACCOUNT
               " member=" WS-IM-MEMBER
               " joint-member=" WS-IM-JOINT-MEMBER
               " what=" WS-IM-WHAT
               " ammount=" WS-IM-AMMOUNT-DISP
               DELIMITED BY SIZE INTO INSIDER-REPORT-LINE
           END-STRING
           IF WS-IM-HIGH IS EQUAL TO "y"
               ADD 1 TO WS-IM-HIGH-COUNT
               MOVE "HIGH-RISK" TO INSIDER-REPORT-LINE(159:9)
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "insider: staff " WS-IM-S-ID(WS-IM-S) " "
                   WS-IM-WHAT " on account " WS-IM-ACCOUNT
                   " member " WS-IM-MEMBER " (" WS-IM-LINK ")"
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "W" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           END-IF
           WRITE INSIDER-REPORT-LINE.
      * WS-IM-MARK from the sequence entry named WS-IM-SEQ-NAME, 0
      * when there is none yet
       READ-INSIDER-MARK.
           MOVE 0 TO WS-IM-MARK
           MOVE WS-IM-SEQ-NAME TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SEQ-NEXT-NUMBER TO WS-IM-MARK
               END-READ
           CLOSE SEQUENCE-CONTROL.
       SAVE-INSIDER-MARK.
           MOVE WS-IM-SEQ-NAME TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE WS-IM-NEXT-MARK TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to record the "
                                   WS-IM-SEQ-NAME" mark"
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-IM-NEXT-MARK TO SEQ-NEXT-NUMBER
                       REWRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to advance the "
                                   WS-IM-SEQ-NAME" mark"
                       END-REWRITE
               END-READ
           CLOSE SEQUENCE-CONTROL.
      * Quarterly access recertification: every entitlement in the
      * matrix is listed with the holder's name and role, the last
      * date the security or maintenance log shows the command used
      * under it, and the holder's last sign-on. The listing also
      * starts a new worklist that managers work through with the
      * "rd" command; lines left undecided from the previous run are
      * counted before it is replaced
       RUN-ACCESS-RECERT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-AR-TODAY
           MOVE 0 TO WS-AR-LISTED
           MOVE 0 TO WS-AR-UNUSED
           MOVE 0 TO WS-AR-ORPHANED
           MOVE 0 TO WS-AR-PRIOR-OPEN
           PERFORM LOAD-AR-STAFF
           PERFORM LOAD-AR-ENTITLEMENTS
           PERFORM SCAN-AR-SECURITY-LOG
           PERFORM SCAN-AR-AUDIT-LOG
           MOVE "n" TO WS-AR-EOF
           OPEN INPUT ACCESS-RECERT
           MOVE LOW-VALUES TO ACR-KEY
           START ACCESS-RECERT KEY IS GREATER THAN ACR-KEY
               INVALID KEY MOVE "y" TO WS-AR-EOF
           END-START
           PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
               READ ACCESS-RECERT NEXT RECORD
                   AT END MOVE "y" TO WS-AR-EOF
                   NOT AT END
                       IF ACR-DECISION IS EQUAL TO SPACE
                           ADD 1 TO WS-AR-PRIOR-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-RECERT
           MOVE WS-AR-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "recert." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-RECERT-REPORT-PATH
           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "ACCESS RECERTIFICATION " WS-AR-TODAY
               " entitlements=" WS-AR-ENT-COUNT
               " staff=" WS-AR-STAFF-COUNT
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING
           WRITE RECERT-REPORT-LINE
           IF WS-AR-ENT-COUNT IS EQUAL TO 0
               MOVE "The entitlement matrix is empty; every staff member
      -            " holds every command their role allows"
                   TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
           END-IF
           OPEN OUTPUT ACCESS-RECERT
           PERFORM VARYING WS-AR-E FROM 1 BY 1
               UNTIL WS-AR-E > WS-AR-ENT-COUNT
               PERFORM LIST-AR-ENTITLEMENT
           END-PERFORM
           CLOSE ACCESS-RECERT
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "TOTAL listed=" WS-AR-LISTED
               " never-used=" WS-AR-UNUSED
               " not-on-staff-file=" WS-AR-ORPHANED
               " undecided-from-last-run=" WS-AR-PRIOR-OPEN
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING
           WRITE RECERT-REPORT-LINE
           DISPLAY RECERT-REPORT-LINE
           CLOSE RECERT-REPORT-FILE
           MOVE "RECERT" TO WS-RC-TYPE
           MOVE WS-AR-LISTED TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * One listing line and one worklist line for entitlement WS-AR-E
       LIST-AR-ENTITLEMENT.
           MOVE SPACES TO WS-AR-NAME
           MOVE SPACE TO WS-AR-ROLE
           MOVE 0 TO ACR-LAST-SIGNON
           IF WS-AR-E-STAFF(WS-AR-E) IS EQUAL TO "T"
               MOVE "(every teller)" TO WS-AR-NAME
               MOVE "T" TO WS-AR-ROLE
           ELSE IF WS-AR-E-STAFF(WS-AR-E) IS EQUAL TO "S"
               MOVE "(every supervisor)" TO WS-AR-NAME
               MOVE "S" TO WS-AR-ROLE
           ELSE
               MOVE WS-AR-E-STAFF(WS-AR-E) TO WS-AR-STAFF-IN
               PERFORM FIND-AR-STAFF
               IF WS-AR-S > 0
                   MOVE WS-AR-S-NAME(WS-AR-S) TO WS-AR-NAME
                   MOVE WS-AR-S-ROLE(WS-AR-S) TO WS-AR-ROLE
                   MOVE WS-AR-S-SIGNON(WS-AR-S) TO ACR-LAST-SIGNON
               ELSE
                   MOVE "(not on the staff file)" TO WS-AR-NAME
                   ADD 1 TO WS-AR-ORPHANED
               END-IF
           END-IF
           END-IF
           MOVE WS-AR-E-STAFF(WS-AR-E) TO ACR-STAFF-ID
           MOVE WS-AR-E-COMMAND(WS-AR-E) TO ACR-COMMAND
           MOVE WS-AR-ROLE TO ACR-ROLE
           MOVE WS-AR-NAME TO ACR-NAME
           MOVE WS-AR-E-USED(WS-AR-E) TO ACR-LAST-USED
           MOVE SPACE TO ACR-DECISION
           MOVE SPACES TO ACR-DECIDED-BY
           MOVE 0 TO ACR-DECIDED-DATE
           MOVE WS-AR-TODAY TO ACR-CYCLE
           WRITE ACCESS-RECERT-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to list "ACR-STAFF-ID" / "
                       ACR-COMMAND" for recertification"
           END-WRITE
           ADD 1 TO WS-AR-LISTED
           IF ACR-LAST-USED IS EQUAL TO 0
               MOVE "never" TO WS-AR-USED-TEXT
               ADD 1 TO WS-AR-UNUSED
           ELSE
               MOVE ACR-LAST-USED TO WS-AR-USED-TEXT
           END-IF
           IF ACR-LAST-SIGNON IS EQUAL TO 0
               MOVE "none" TO WS-AR-SIGNON-TEXT
           ELSE
               MOVE ACR-LAST-SIGNON TO WS-AR-SIGNON-TEXT
           END-IF
           MOVE SPACES TO RECERT-REPORT-LINE
           STRING "staff=" ACR-STAFF-ID
               " role=" ACR-ROLE
               " name=" ACR-NAME
               " command=" ACR-COMMAND
               " last-used=" WS-AR-USED-TEXT
               " last-signon=" WS-AR-SIGNON-TEXT
               " keep/revoke=__"
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING
           WRITE RECERT-REPORT-LINE.
       LOAD-AR-STAFF.
           MOVE 0 TO WS-AR-STAFF-COUNT
           MOVE "n" TO WS-AR-EOF
           OPEN INPUT STAFF-DETAILS
           MOVE LOW-VALUES TO STAFF-ID
           START STAFF-DETAILS KEY IS GREATER THAN STAFF-ID
               INVALID KEY MOVE "y" TO WS-AR-EOF
           END-START
           PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
               READ STAFF-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-AR-EOF
                   NOT AT END
                       IF WS-AR-STAFF-COUNT < 500
                           ADD 1 TO WS-AR-STAFF-COUNT
                           MOVE WS-AR-STAFF-COUNT TO WS-AR-S
                           MOVE STAFF-ID TO WS-AR-S-ID(WS-AR-S)
                           MOVE STAFF-NAME TO WS-AR-S-NAME(WS-AR-S)
                           MOVE STAFF-ROLE TO WS-AR-S-ROLE(WS-AR-S)
                           MOVE 0 TO WS-AR-S-SIGNON(WS-AR-S)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAFF-DETAILS.
       LOAD-AR-ENTITLEMENTS.
           MOVE 0 TO WS-AR-ENT-COUNT
           MOVE "n" TO WS-AR-EOF
           OPEN INPUT ENTITLEMENTS
           MOVE LOW-VALUES TO ENT-KEY
           START ENTITLEMENTS KEY IS GREATER THAN ENT-KEY
               INVALID KEY MOVE "y" TO WS-AR-EOF
           END-START
           PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
               READ ENTITLEMENTS NEXT RECORD
                   AT END MOVE "y" TO WS-AR-EOF
                   NOT AT END
                       IF WS-AR-ENT-COUNT < 2000
                           ADD 1 TO WS-AR-ENT-COUNT
                           MOVE WS-AR-ENT-COUNT TO WS-AR-E
                           MOVE ENT-STAFF-ID TO WS-AR-E-STAFF(WS-AR-E)
                           MOVE ENT-COMMAND TO WS-AR-E-COMMAND(WS-AR-E)
                           MOVE 0 TO WS-AR-E-USED(WS-AR-E)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITLEMENTS.
      * WS-AR-S is left at the staff entry for WS-AR-STAFF-IN, or 0
       FIND-AR-STAFF.
           MOVE 0 TO WS-AR-S
           MOVE "n" TO WS-AR-FOUND
           PERFORM VARYING WS-AR-S FROM 1 BY 1
               UNTIL WS-AR-S > WS-AR-STAFF-COUNT OR
                   WS-AR-FOUND IS EQUAL TO "y"
               IF WS-AR-S-ID(WS-AR-S) IS EQUAL TO WS-AR-STAFF-IN
                   MOVE "y" TO WS-AR-FOUND
               END-IF
           END-PERFORM
           IF WS-AR-FOUND IS EQUAL TO "y"
               SUBTRACT 1 FROM WS-AR-S
           ELSE
               MOVE 0 TO WS-AR-S
           END-IF.
      * Last use per command from the STAFF-USE lines, and last
      * sign-on per staff member from the STAFF-OK lines. The offsets
      * match the fixed layouts the sign-on paragraphs write
       SCAN-AR-SECURITY-LOG.
           MOVE "n" TO WS-AR-EOF
           OPEN INPUT SECURITY-LOG
           PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
               READ SECURITY-LOG
                   AT END MOVE "y" TO WS-AR-EOF
                   NOT AT END PERFORM CHECK-AR-SECURITY-LINE
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG.
       CHECK-AR-SECURITY-LINE.
           IF SECURITY-LOG-LINE(1:9) IS EQUAL TO "STAFF-USE" AND
               SECURITY-LOG-LINE(48:8) IS NUMERIC
               MOVE SECURITY-LOG-LINE(17:8) TO WS-AR-STAFF-IN
               MOVE SECURITY-LOG-LINE(34:8) TO WS-AR-COMMAND-IN
               MOVE SECURITY-LOG-LINE(48:8) TO WS-AR-DATE-IN
               PERFORM NOTE-AR-USE
           ELSE IF SECURITY-LOG-LINE(1:8) IS EQUAL TO "STAFF-OK" AND
               SECURITY-LOG-LINE(38:8) IS NUMERIC
               MOVE SECURITY-LOG-LINE(17:8) TO WS-AR-STAFF-IN
               MOVE SECURITY-LOG-LINE(38:8) TO WS-AR-DATE-IN
               PERFORM FIND-AR-STAFF
               IF WS-AR-S > 0
                   IF WS-AR-DATE-IN > WS-AR-S-SIGNON(WS-AR-S)
                       MOVE WS-AR-DATE-IN TO WS-AR-S-SIGNON(WS-AR-S)
                   END-IF
               END-IF
           END-IF
           END-IF.
      * Maintenance actions logged before command use was written to
      * the security log still count as use of the command behind
      * them; a PROPOSE is credited to the command for its table
       SCAN-AR-AUDIT-LOG.
           MOVE "n" TO WS-AR-EOF
           MOVE "n" TO WS-AR-FOUND
           OPEN INPUT MAINT-AUDIT-LOG
           IF WS-MAINT-AUDIT-STATUS IS EQUAL TO "00"
               MOVE "y" TO WS-AR-FOUND
           ELSE
               MOVE "y" TO WS-AR-EOF
           END-IF
           PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
               READ MAINT-AUDIT-LOG
                   AT END MOVE "y" TO WS-AR-EOF
                   NOT AT END PERFORM MAP-AR-AUDIT-ACTION
               END-READ
           END-PERFORM
           IF WS-AR-FOUND IS EQUAL TO "y"
               CLOSE MAINT-AUDIT-LOG
           END-IF.
       MAP-AR-AUDIT-ACTION.
           MOVE SPACES TO WS-AR-AUD-LEAD
           MOVE SPACES TO WS-AR-AUD-DATE
           MOVE SPACES TO WS-AR-AUD-TIME
           MOVE SPACES TO WS-AR-AUD-ACTOR
           MOVE SPACES TO WS-AR-AUD-ACTION
           MOVE SPACES TO WS-AR-AUD-KEY
           UNSTRING MAINT-AUDIT-LINE DELIMITED BY "date=" OR " time="
               OR " actor=" OR " action=" OR " key=" OR " before="
               INTO WS-AR-AUD-LEAD WS-AR-AUD-DATE WS-AR-AUD-TIME
                   WS-AR-AUD-ACTOR WS-AR-AUD-ACTION WS-AR-AUD-KEY
           END-UNSTRING
           IF WS-AR-AUD-DATE IS NUMERIC
               MOVE WS-AR-AUD-DATE TO WS-AR-DATE-IN
               MOVE WS-AR-AUD-ACTOR TO WS-AR-STAFF-IN
               MOVE SPACES TO WS-AR-COMMAND-IN
               IF WS-AR-AUD-ACTION IS EQUAL TO "PROPOSE"
                   IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "PARAM"
                       MOVE "pm" TO WS-AR-COMMAND-IN
                   ELSE IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "RATE"
                       MOVE "ir" TO WS-AR-COMMAND-IN
                   ELSE IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "FX"
                       MOVE "fx" TO WS-AR-COMMAND-IN
                   ELSE IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "REF"
                       MOVE "rf" TO WS-AR-COMMAND-IN
                   ELSE IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "INDEX"
                       MOVE "ix" TO WS-AR-COMMAND-IN
                   ELSE IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "ENT"
                       MOVE "rd" TO WS-AR-COMMAND-IN
                   ELSE IF WS-AR-AUD-KEY(1:5) IS EQUAL TO "REFND"
                       MOVE "cr" TO WS-AR-COMMAND-IN
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   PERFORM VARYING WS-AR-M FROM 1 BY 1
                       UNTIL WS-AR-M > 32 OR
                           WS-AR-COMMAND-IN IS NOT EQUAL TO SPACES
                       IF WS-AR-AUD-ACTION(1:WS-AR-MAP-LENGTH(WS-AR-M))
                           IS EQUAL TO WS-AR-MAP-PREFIX(WS-AR-M)
                           (1:WS-AR-MAP-LENGTH(WS-AR-M))
                           MOVE WS-AR-MAP-COMMAND(WS-AR-M)
                               TO WS-AR-COMMAND-IN
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-AR-COMMAND-IN IS NOT EQUAL TO SPACES
                   PERFORM NOTE-AR-USE
               END-IF
           END-IF.
      * Credit a use of WS-AR-COMMAND-IN by WS-AR-STAFF-IN on
      * WS-AR-DATE-IN to the staff member's own grant and to their
      * role's grant, whichever the matrix holds
       NOTE-AR-USE.
           MOVE SPACES TO WS-AR-ROLE-KEY
           PERFORM FIND-AR-STAFF
           IF WS-AR-S > 0
               MOVE WS-AR-S-ROLE(WS-AR-S) TO WS-AR-ROLE-KEY(1:1)
           END-IF
           PERFORM VARYING WS-AR-E FROM 1 BY 1
               UNTIL WS-AR-E > WS-AR-ENT-COUNT
               IF WS-AR-E-COMMAND(WS-AR-E) IS EQUAL TO WS-AR-COMMAND-IN
                   AND (WS-AR-E-STAFF(WS-AR-E) IS EQUAL TO
                       WS-AR-STAFF-IN OR
                       (WS-AR-ROLE-KEY IS NOT EQUAL TO SPACES AND
                       WS-AR-E-STAFF(WS-AR-E) IS EQUAL TO
                           WS-AR-ROLE-KEY))
                   IF WS-AR-DATE-IN > WS-AR-E-USED(WS-AR-E)
                       MOVE WS-AR-DATE-IN TO WS-AR-E-USED(WS-AR-E)
                   END-IF
               END-IF
           END-PERFORM.
      * Managers work the current recertification worklist: each
      * undecided grant is kept or revoked. A revoke is not applied
      * here; it is queued as a pending change so a second staff
      * member removes the entitlement with the ap command. Nobody
      * decides on their own access
       MAINTAIN-RECERT-DECISIONS.
           DISPLAY "Enter a command. 'review' or 'status'"
           ACCEPT WS-AR-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO WS-AR-KEPT
           MOVE 0 TO WS-AR-REVOKED
           MOVE 0 TO WS-AR-PRIOR-OPEN
           MOVE 0 TO WS-AR-LISTED
           MOVE 0 TO WS-AR-TODAY
           IF WS-AR-COMMAND IS EQUAL TO "review"
               MOVE "n" TO WS-AR-EOF
               OPEN I-O ACCESS-RECERT
               MOVE LOW-VALUES TO ACR-KEY
               START ACCESS-RECERT KEY IS GREATER THAN ACR-KEY
                   INVALID KEY MOVE "y" TO WS-AR-EOF
               END-START
               PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
                   READ ACCESS-RECERT NEXT RECORD
                       AT END MOVE "y" TO WS-AR-EOF
                       NOT AT END
                           IF ACR-DECISION IS EQUAL TO SPACE AND
                               ACR-STAFF-ID IS NOT EQUAL TO
                                   WS-STAFF-ID-IN
                               PERFORM DECIDE-RECERT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-RECERT
               DISPLAY "Kept: "WS-AR-KEPT" Revoked: "WS-AR-REVOKED
           ELSE IF WS-AR-COMMAND IS EQUAL TO "status"
               MOVE "n" TO WS-AR-EOF
               OPEN INPUT ACCESS-RECERT
               MOVE LOW-VALUES TO ACR-KEY
               START ACCESS-RECERT KEY IS GREATER THAN ACR-KEY
                   INVALID KEY MOVE "y" TO WS-AR-EOF
               END-START
               PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
                   READ ACCESS-RECERT NEXT RECORD
                       AT END MOVE "y" TO WS-AR-EOF
                       NOT AT END
                           ADD 1 TO WS-AR-LISTED
                           MOVE ACR-CYCLE TO WS-AR-TODAY
                           IF ACR-DECISION IS EQUAL TO "K"
                               ADD 1 TO WS-AR-KEPT
                           ELSE IF ACR-DECISION IS EQUAL TO "R"
                               ADD 1 TO WS-AR-REVOKED
                           ELSE
                               ADD 1 TO WS-AR-PRIOR-OPEN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-RECERT
               DISPLAY "Recertification cycle "WS-AR-TODAY
                   ": listed "WS-AR-LISTED" kept "WS-AR-KEPT
                   " revoked "WS-AR-REVOKED" undecided "
                   WS-AR-PRIOR-OPEN
           ELSE
               DISPLAY "Unknown command"
           END-IF.
      * One worklist line: k keeps, r revokes, s skips, q stops
       DECIDE-RECERT-LINE.
           DISPLAY "staff="ACR-STAFF-ID" "ACR-NAME
               " command="ACR-COMMAND" last-used="ACR-LAST-USED
               " last-signon="ACR-LAST-SIGNON
           DISPLAY "k=keep, r=revoke, s=skip, q=stop"
           ACCEPT WS-AR-DECISION
           IF WS-AR-DECISION IS EQUAL TO "q"
               MOVE "y" TO WS-AR-EOF
           ELSE IF WS-AR-DECISION IS EQUAL TO "k" OR
               WS-AR-DECISION IS EQUAL TO "r"
               IF WS-AR-DECISION IS EQUAL TO "k"
                   MOVE "K" TO ACR-DECISION
                   MOVE "CERT-KEEP" TO WS-AUDIT-ACTION
                   ADD 1 TO WS-AR-KEPT
               ELSE
                   MOVE "R" TO ACR-DECISION
                   MOVE "CERT-REVOKE" TO WS-AUDIT-ACTION
                   ADD 1 TO WS-AR-REVOKED
               END-IF
               MOVE WS-STAFF-ID-IN TO ACR-DECIDED-BY
               MOVE WS-CURRENT-DATE(3:6) TO ACR-DECIDED-DATE
               REWRITE ACCESS-RECERT-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to record the decision"
               END-REWRITE
               MOVE SPACES TO WS-AUDIT-KEY
               STRING ACR-STAFF-ID "/" ACR-COMMAND
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "cycle " ACR-CYCLE
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               IF ACR-DECISION IS EQUAL TO "R"
                   MOVE "ENT" TO PC-TABLE
                   MOVE SPACES TO PC-KEY
                   MOVE ACR-STAFF-ID TO PC-KEY(1:8)
                   MOVE ACR-COMMAND TO PC-KEY(9:8)
                   MOVE 0 TO PC-NUM
                   MOVE WS-CURRENT-DATE(3:6) TO PC-DATE
                   MOVE SPACE TO PC-SIGN
                   MOVE "recertification revoke" TO PC-DESC
                   MOVE 0 TO PC-GL
                   PERFORM QUEUE-TABLE-CHANGE
               END-IF
           END-IF
           END-IF.
      * Maintenance of the conflicting command pairs. The first change
      * copies the compiled defaults onto the file so they can then
      * be edited like any other row
       MAINTAIN-DUTY-PAIRS.
           DISPLAY "Enter a command. 'write', 'delete', 'read', or "
               "'browse'"
           ACCEPT WS-SOD-COMMAND
           IF WS-SOD-COMMAND IS EQUAL TO "write" OR
               WS-SOD-COMMAND IS EQUAL TO "delete"
               PERFORM SEED-DUTY-PAIRS
               DISPLAY "Enter the first command code..."
               ACCEPT SOD-COMMAND-A
               DISPLAY "Enter the conflicting command code..."
               ACCEPT SOD-COMMAND-B
               IF WS-SOD-COMMAND IS EQUAL TO "write"
                   DISPLAY "Enter a description..."
                   ACCEPT SOD-DESC
                   OPEN I-O DUTY-PAIRS
                       WRITE DUTY-PAIR-RECORD
                           INVALID KEY REWRITE DUTY-PAIR-RECORD
                           END-REWRITE
                       END-WRITE
                   CLOSE DUTY-PAIRS
                   DISPLAY "Duty pair written"
                   MOVE "SOD-WRITE" TO WS-AUDIT-ACTION
                   MOVE SOD-DESC TO WS-AUDIT-AFTER
               ELSE
                   OPEN I-O DUTY-PAIRS
                       DELETE DUTY-PAIRS RECORD
                           INVALID KEY
                               DISPLAY "No such duty pair on file"
                           NOT INVALID KEY
                               DISPLAY "Duty pair deleted"
                       END-DELETE
                   CLOSE DUTY-PAIRS
                   MOVE "SOD-DELETE" TO WS-AUDIT-ACTION
                   MOVE "deleted" TO WS-AUDIT-AFTER
               END-IF
               MOVE SPACES TO WS-AUDIT-KEY
               STRING SOD-COMMAND-A "/" SOD-COMMAND-B
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           ELSE IF WS-SOD-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the first command code..."
               ACCEPT SOD-COMMAND-A
               DISPLAY "Enter the conflicting command code..."
               ACCEPT SOD-COMMAND-B
               OPEN INPUT DUTY-PAIRS
                   READ DUTY-PAIRS
                       INVALID KEY
                           DISPLAY "No such duty pair on file"
                       NOT INVALID KEY
                           DISPLAY SOD-COMMAND-A" / "SOD-COMMAND-B
                               " "SOD-DESC
                   END-READ
               CLOSE DUTY-PAIRS
           ELSE IF WS-SOD-COMMAND IS EQUAL TO "browse"
               PERFORM LOAD-DUTY-PAIRS
               PERFORM VARYING WS-AR-P FROM 1 BY 1
                   UNTIL WS-AR-P > WS-SOD-PAIR-COUNT
                   DISPLAY WS-SOD-P-A(WS-AR-P)" / "WS-SOD-P-B(WS-AR-P)
                       " "WS-SOD-P-DESC(WS-AR-P)
               END-PERFORM
           ELSE
               DISPLAY "Unknown command"
           END-IF.
       SEED-DUTY-PAIRS.
           MOVE "n" TO WS-AR-EOF
           OPEN I-O DUTY-PAIRS
           MOVE LOW-VALUES TO SOD-KEY
           START DUTY-PAIRS KEY IS GREATER THAN SOD-KEY
               INVALID KEY MOVE "y" TO WS-AR-EOF
           END-START
           IF WS-AR-EOF IS EQUAL TO "y"
               PERFORM VARYING WS-AR-P FROM 1 BY 1 UNTIL WS-AR-P > 8
                   MOVE WS-SOD-DEF-A(WS-AR-P) TO SOD-COMMAND-A
                   MOVE WS-SOD-DEF-B(WS-AR-P) TO SOD-COMMAND-B
                   MOVE WS-SOD-DEF-DESC(WS-AR-P) TO SOD-DESC
                   WRITE DUTY-PAIR-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-PERFORM
               DISPLAY "Duty-pair file started from the default pairs"
           END-IF
           CLOSE DUTY-PAIRS.
      * The pairs in force: the file's rows, or the compiled defaults
      * while the file is empty
       LOAD-DUTY-PAIRS.
           MOVE 0 TO WS-SOD-PAIR-COUNT
           MOVE "n" TO WS-AR-EOF
           OPEN INPUT DUTY-PAIRS
           MOVE LOW-VALUES TO SOD-KEY
           START DUTY-PAIRS KEY IS GREATER THAN SOD-KEY
               INVALID KEY MOVE "y" TO WS-AR-EOF
           END-START
           PERFORM UNTIL WS-AR-EOF IS EQUAL TO "y"
               READ DUTY-PAIRS NEXT RECORD
                   AT END MOVE "y" TO WS-AR-EOF
                   NOT AT END
                       IF WS-SOD-PAIR-COUNT < 200
                           ADD 1 TO WS-SOD-PAIR-COUNT
                           MOVE WS-SOD-PAIR-COUNT TO WS-AR-P
                           MOVE SOD-COMMAND-A TO WS-SOD-P-A(WS-AR-P)
                           MOVE SOD-COMMAND-B TO WS-SOD-P-B(WS-AR-P)
                           MOVE SOD-DESC TO WS-SOD-P-DESC(WS-AR-P)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUTY-PAIRS
           IF WS-SOD-PAIR-COUNT IS EQUAL TO 0
               PERFORM VARYING WS-AR-P FROM 1 BY 1
                   UNTIL WS-AR-P > 8
                   MOVE WS-SOD-DEF-A(WS-AR-P) TO WS-SOD-P-A(WS-AR-P)
                   MOVE WS-SOD-DEF-B(WS-AR-P) TO WS-SOD-P-B(WS-AR-P)
                   MOVE WS-SOD-DEF-DESC(WS-AR-P)
                       TO WS-SOD-P-DESC(WS-AR-P)
               END-PERFORM
               MOVE 8 TO WS-SOD-PAIR-COUNT
           END-IF.
      * Every staff member who holds both commands of a conflicting
      * pair, whether granted directly or through their role letter
       RUN-SOD-CONFLICT-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-AR-TODAY
           MOVE 0 TO WS-AR-CONFLICTS
           PERFORM LOAD-AR-STAFF
           PERFORM LOAD-AR-ENTITLEMENTS
           PERFORM LOAD-DUTY-PAIRS
           MOVE WS-AR-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "sodconflicts." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-SOD-REPORT-PATH
           OPEN OUTPUT SOD-REPORT-FILE
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "SEGREGATION OF DUTIES CONFLICTS " WS-AR-TODAY
               " pairs=" WS-SOD-PAIR-COUNT
               " staff=" WS-AR-STAFF-COUNT
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           END-STRING
           WRITE SOD-REPORT-LINE
           IF WS-AR-ENT-COUNT IS EQUAL TO 0
               MOVE "The entitlement matrix is empty; every staff member
      -            " holds every command their role allows"
                   TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF
           PERFORM VARYING WS-AR-S FROM 1 BY 1
               UNTIL WS-AR-S > WS-AR-STAFF-COUNT
               PERFORM VARYING WS-AR-P FROM 1 BY 1
                   UNTIL WS-AR-P > WS-SOD-PAIR-COUNT
                   PERFORM CHECK-SOD-PAIR
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "TOTAL conflicts=" WS-AR-CONFLICTS
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           END-STRING
           WRITE SOD-REPORT-LINE
           DISPLAY SOD-REPORT-LINE
           CLOSE SOD-REPORT-FILE
           IF WS-AR-CONFLICTS > 0
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "Duty conflicts held by staff: " WS-AR-CONFLICTS
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "W" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           END-IF
           MOVE "SOD CONFLICT" TO WS-RC-TYPE
           MOVE WS-AR-CONFLICTS TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Staff member WS-AR-S against duty pair WS-AR-P
       CHECK-SOD-PAIR.
           MOVE WS-SOD-P-A(WS-AR-P) TO WS-AR-COMMAND-IN
           PERFORM AR-STAFF-HOLDS
           MOVE WS-AR-HOLDS TO WS-AR-HOLDS-A
           MOVE WS-AR-VIA TO WS-AR-VIA-A
           IF WS-AR-HOLDS-A IS EQUAL TO "y"
               MOVE WS-SOD-P-B(WS-AR-P) TO WS-AR-COMMAND-IN
               PERFORM AR-STAFF-HOLDS
               IF WS-AR-HOLDS IS EQUAL TO "y"
                   ADD 1 TO WS-AR-CONFLICTS
                   MOVE SPACES TO SOD-REPORT-LINE
                   STRING "CONFLICT staff=" WS-AR-S-ID(WS-AR-S)
                       " name=" WS-AR-S-NAME(WS-AR-S)
                       " role=" WS-AR-S-ROLE(WS-AR-S)
                       " " WS-SOD-P-A(WS-AR-P) "(" WS-AR-VIA-A ")"
                       " + " WS-SOD-P-B(WS-AR-P) "(" WS-AR-VIA ")"
                       " " WS-SOD-P-DESC(WS-AR-P)
                       DELIMITED BY SIZE INTO SOD-REPORT-LINE
                   END-STRING
                   WRITE SOD-REPORT-LINE
               END-IF
           END-IF.
      * Does staff member WS-AR-S hold WS-AR-COMMAND-IN? WS-AR-VIA
      * says whether the grant is their own or their role's
       AR-STAFF-HOLDS.
           MOVE "n" TO WS-AR-HOLDS
           MOVE SPACES TO WS-AR-VIA
           MOVE SPACES TO WS-AR-ROLE-KEY
           MOVE WS-AR-S-ROLE(WS-AR-S) TO WS-AR-ROLE-KEY(1:1)
           PERFORM VARYING WS-AR-E FROM 1 BY 1
               UNTIL WS-AR-E > WS-AR-ENT-COUNT
               IF WS-AR-E-COMMAND(WS-AR-E) IS EQUAL TO WS-AR-COMMAND-IN
                   IF WS-AR-E-STAFF(WS-AR-E) IS EQUAL TO
                       WS-AR-S-ID(WS-AR-S)
                       MOVE "y" TO WS-AR-HOLDS
                       MOVE "direct" TO WS-AR-VIA
                   ELSE IF WS-AR-E-STAFF(WS-AR-E) IS EQUAL TO
                       WS-AR-ROLE-KEY AND WS-AR-VIA IS EQUAL TO SPACES
                       MOVE "y" TO WS-AR-HOLDS
                       MOVE "role" TO WS-AR-VIA
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Nightly data-quality scrub. INDEX-DOCTOR proves the keys hold
      * together; this checks that what the records say makes sense,
      * rule by rule from the rule list, and writes each defect under
      * its rule's category. Tonight's count per rule is kept and set
      * against the previous run's so the trend shows on the report
       RUN-DATA-SCRUB.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-DQS-TODAY
           MOVE WS-CURRENT-DATE TO WS-DQS-TODAY-FULL
           PERFORM LOAD-SCRUB-RULES
           MOVE WS-DQS-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "scrub." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-SCRUB-REPORT-PATH
           OPEN OUTPUT SCRUB-REPORT-FILE
           MOVE SPACES TO SCRUB-REPORT-LINE
           STRING "DATA QUALITY SCRUB " WS-DQS-TODAY
               DELIMITED BY SIZE INTO SCRUB-REPORT-LINE
           END-STRING
           WRITE SCRUB-REPORT-LINE
           PERFORM SCRUB-BALANCES
           PERFORM SCRUB-STANDING-ORDERS
           PERFORM SCRUB-SWEEPS
           PERFORM SCRUB-OUTBOUND-QUEUE
           PERFORM SCRUB-MEMBERS
           PERFORM SCRUB-MINOR-ACCOUNTS
           PERFORM CARRY-SCRUB-COUNTS
           PERFORM WRITE-SCRUB-SUMMARY
           CLOSE SCRUB-REPORT-FILE
           MOVE "DATA SCRUB" TO WS-RC-TYPE
           MOVE WS-DQS-TOTAL TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Compiled defaults first, then each rule's row on the rule file
       LOAD-SCRUB-RULES.
           PERFORM VARYING WS-DQS-R FROM 1 BY 1 UNTIL WS-DQS-R > 7
               MOVE WS-DQS-DEF-CODE(WS-DQS-R) TO WS-DQS-CODE(WS-DQS-R)
               MOVE WS-DQS-DEF-CATEGORY(WS-DQS-R)
                   TO WS-DQS-CATEGORY(WS-DQS-R)
               MOVE WS-DQS-DEF-DESC(WS-DQS-R) TO WS-DQS-DESC(WS-DQS-R)
               MOVE "y" TO WS-DQS-ACTIVE(WS-DQS-R)
               MOVE 0 TO WS-DQS-COUNT(WS-DQS-R)
               MOVE 0 TO WS-DQS-PRIOR(WS-DQS-R)
               MOVE 0 TO WS-DQS-PRIOR-DATE(WS-DQS-R)
               MOVE "n" TO WS-DQS-PRINTED(WS-DQS-R)
           END-PERFORM
           OPEN INPUT SCRUB-RULES
           PERFORM VARYING WS-DQS-R FROM 1 BY 1 UNTIL WS-DQS-R > 7
               MOVE WS-DQS-CODE(WS-DQS-R) TO DQR-CODE
               READ SCRUB-RULES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DQR-CATEGORY TO WS-DQS-CATEGORY(WS-DQS-R)
                       MOVE DQR-ACTIVE TO WS-DQS-ACTIVE(WS-DQS-R)
                       MOVE DQR-DESC TO WS-DQS-DESC(WS-DQS-R)
               END-READ
           END-PERFORM
           CLOSE SCRUB-RULES.
      * WS-DQS-R is left at the rule for WS-DQS-CODE-IN, or 0
       FIND-SCRUB-RULE.
           MOVE "n" TO WS-DQS-FOUND
           PERFORM VARYING WS-DQS-R FROM 1 BY 1
               UNTIL WS-DQS-R > 7 OR WS-DQS-FOUND IS EQUAL TO "y"
               IF WS-DQS-CODE(WS-DQS-R) IS EQUAL TO WS-DQS-CODE-IN
                   MOVE "y" TO WS-DQS-FOUND
               END-IF
           END-PERFORM
           IF WS-DQS-FOUND IS EQUAL TO "y"
               SUBTRACT 1 FROM WS-DQS-R
           ELSE
               MOVE 0 TO WS-DQS-R
           END-IF.
      * One defect against rule WS-DQS-CODE-IN for record WS-DQS-KEY;
      * a rule that is switched off neither counts nor lists it
       NOTE-SCRUB-DEFECT.
           PERFORM FIND-SCRUB-RULE
           IF WS-DQS-R > 0
               IF WS-DQS-ACTIVE(WS-DQS-R) IS EQUAL TO "y"
                   ADD 1 TO WS-DQS-COUNT(WS-DQS-R)
                   MOVE SPACES TO SCRUB-REPORT-LINE
                   STRING "DEFECT " WS-DQS-CATEGORY(WS-DQS-R)
                       " " WS-DQS-CODE(WS-DQS-R)
                       " key=" WS-DQS-KEY
                       " " WS-DQS-DETAIL
                       DELIMITED BY SIZE INTO SCRUB-REPORT-LINE
                   END-STRING
                   WRITE SCRUB-REPORT-LINE
               END-IF
           END-IF.
      * WS-DQS-CLOSED says "missing" or "closed" for account
      * WS-DQS-CHECK-ID, spaces for a live account. BALANCE-DETAILS
      * is open for input
       CHECK-SCRUB-ACCOUNT.
           MOVE SPACES TO WS-DQS-CLOSED
           MOVE WS-DQS-CHECK-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY MOVE "missing" TO WS-DQS-CLOSED
               NOT INVALID KEY
                   IF BALANCE-STATUS IS EQUAL TO "C" OR
                       BALANCE-STATUS IS EQUAL TO "X"
                       MOVE "closed" TO WS-DQS-CLOSED
                   END-IF
           END-READ.
      * Open accounts: product code against the catalog (the classic
      * c/s letters while no catalog is on file) and currency against
      * the exchange-rate file
       SCRUB-BALANCES.
           MOVE "n" TO WS-DQS-CATALOG-ANY
           MOVE "n" TO WS-DQS-EOF
           OPEN INPUT PRODUCT-CATALOG
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-CATALOG KEY IS GREATER THAN PROD-CODE
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           IF WS-DQS-EOF IS NOT EQUAL TO "y"
               READ PRODUCT-CATALOG NEXT RECORD
                   AT END CONTINUE
                   NOT AT END MOVE "y" TO WS-DQS-CATALOG-ANY
               END-READ
           END-IF
           OPEN INPUT EXCHANGE-RATES
           OPEN INPUT BALANCE-DETAILS
           MOVE "n" TO WS-DQS-EOF
           MOVE LOW-VALUES TO BALANCE-ID
           START BALANCE-DETAILS KEY IS GREATER THAN BALANCE-ID
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ BALANCE-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF BALANCE-STATUS IS NOT EQUAL TO "C" AND
                           BALANCE-STATUS IS NOT EQUAL TO "X"
                           PERFORM SCRUB-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE EXCHANGE-RATES
           CLOSE PRODUCT-CATALOG.
       SCRUB-ONE-BALANCE.
           MOVE SPACES TO WS-DQS-KEY
           MOVE BALANCE-ID TO WS-DQS-KEY
           MOVE "n" TO WS-DQS-FOUND
           IF WS-DQS-CATALOG-ANY IS EQUAL TO "y"
               MOVE BALANCE-ACCOUNT-TYPE TO PROD-CODE
               READ PRODUCT-CATALOG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "y" TO WS-DQS-FOUND
               END-READ
           ELSE
               IF BALANCE-ACCOUNT-TYPE IS EQUAL TO "c" OR
                   BALANCE-ACCOUNT-TYPE IS EQUAL TO "s"
                   MOVE "y" TO WS-DQS-FOUND
               END-IF
           END-IF
           IF WS-DQS-FOUND IS NOT EQUAL TO "y"
               MOVE "BALPROD" TO WS-DQS-CODE-IN
               MOVE SPACES TO WS-DQS-DETAIL
               STRING "account type " BALANCE-ACCOUNT-TYPE
                   " is not a product"
                   DELIMITED BY SIZE INTO WS-DQS-DETAIL
               END-STRING
               PERFORM NOTE-SCRUB-DEFECT
           END-IF
           IF BALANCE-CURRENCY IS NOT EQUAL TO SPACES AND
               BALANCE-CURRENCY IS NOT EQUAL TO "USD"
               MOVE BALANCE-CURRENCY TO FX-CURRENCY
               READ EXCHANGE-RATES
                   INVALID KEY
                       MOVE "BALCCY" TO WS-DQS-CODE-IN
                       MOVE SPACES TO WS-DQS-DETAIL
                       STRING "currency " BALANCE-CURRENCY
                           " has no exchange-rate row"
                           DELIMITED BY SIZE INTO WS-DQS-DETAIL
                       END-STRING
                       PERFORM NOTE-SCRUB-DEFECT
               END-READ
           END-IF.
      * Active standing orders whose account is closed or gone
       SCRUB-STANDING-ORDERS.
           OPEN INPUT BALANCE-DETAILS
           OPEN INPUT STANDING-INSTRUCTIONS
           MOVE "n" TO WS-DQS-EOF
           MOVE LOW-VALUES TO SI-INSTRUCTION-ID
           START STANDING-INSTRUCTIONS
               KEY IS GREATER THAN SI-INSTRUCTION-ID
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ STANDING-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF SI-STATUS IS NOT EQUAL TO "S"
                           MOVE SI-ACCOUNT-ID TO WS-DQS-CHECK-ID
                           PERFORM CHECK-SCRUB-ACCOUNT
                           IF WS-DQS-CLOSED IS NOT EQUAL TO SPACES
                               MOVE "SICLOSED" TO WS-DQS-CODE-IN
                               MOVE SPACES TO WS-DQS-KEY
                               MOVE SI-INSTRUCTION-ID TO WS-DQS-KEY
                               MOVE SPACES TO WS-DQS-DETAIL
                               STRING "account " SI-ACCOUNT-ID " "
                                   WS-DQS-CLOSED
                                   DELIMITED BY SIZE
                                   INTO WS-DQS-DETAIL
                               END-STRING
                               PERFORM NOTE-SCRUB-DEFECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-INSTRUCTIONS
           CLOSE BALANCE-DETAILS.
      * Active sweeps with either end closed or gone
       SCRUB-SWEEPS.
           OPEN INPUT BALANCE-DETAILS
           OPEN INPUT SWEEP-INSTRUCTIONS
           MOVE "n" TO WS-DQS-EOF
           MOVE LOW-VALUES TO SWEEP-ID
           START SWEEP-INSTRUCTIONS KEY IS GREATER THAN SWEEP-ID
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ SWEEP-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF SWEEP-STATUS IS NOT EQUAL TO "S"
                           MOVE SWEEP-SOURCE-ID TO WS-DQS-CHECK-ID
                           PERFORM SCRUB-ONE-SWEEP-END
                           MOVE SWEEP-DEST-ID TO WS-DQS-CHECK-ID
                           PERFORM SCRUB-ONE-SWEEP-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-INSTRUCTIONS
           CLOSE BALANCE-DETAILS.
       SCRUB-ONE-SWEEP-END.
           PERFORM CHECK-SCRUB-ACCOUNT
           IF WS-DQS-CLOSED IS NOT EQUAL TO SPACES
               MOVE "SWCLOSED" TO WS-DQS-CODE-IN
               MOVE SPACES TO WS-DQS-KEY
               MOVE SWEEP-ID TO WS-DQS-KEY
               MOVE SPACES TO WS-DQS-DETAIL
               STRING "account " WS-DQS-CHECK-ID " " WS-DQS-CLOSED
                   DELIMITED BY SIZE INTO WS-DQS-DETAIL
               END-STRING
               PERFORM NOTE-SCRUB-DEFECT
           END-IF.
      * Queued payments whose payee has since been deactivated, held
      * for review or removed from the payee master
       SCRUB-OUTBOUND-QUEUE.
           OPEN INPUT PAYEE-MASTER
           OPEN INPUT OUTBOUND-QUEUE
           MOVE "n" TO WS-DQS-EOF
           MOVE LOW-VALUES TO OUTQ-ID
           START OUTBOUND-QUEUE KEY IS GREATER THAN OUTQ-ID
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF OUTQ-PAYEE-ID IS NOT EQUAL TO SPACES
                           PERFORM SCRUB-ONE-QUEUED-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-QUEUE
           CLOSE PAYEE-MASTER.
       SCRUB-ONE-QUEUED-PAYMENT.
           MOVE SPACES TO WS-DQS-DETAIL
           MOVE OUTQ-PAYEE-ID TO PAYEE-ID
           READ PAYEE-MASTER
               INVALID KEY
                   STRING "payee " OUTQ-PAYEE-ID " not on file"
                       DELIMITED BY SIZE INTO WS-DQS-DETAIL
                   END-STRING
               NOT INVALID KEY
                   IF PAYEE-STATUS IS NOT EQUAL TO "A"
                       STRING "payee " OUTQ-PAYEE-ID " status "
                           PAYEE-STATUS
                           DELIMITED BY SIZE INTO WS-DQS-DETAIL
                       END-STRING
                   END-IF
           END-READ
           IF WS-DQS-DETAIL IS NOT EQUAL TO SPACES
               MOVE "OQPAYEE" TO WS-DQS-CODE-IN
               MOVE OUTQ-ID TO WS-DQS-KEY
               PERFORM NOTE-SCRUB-DEFECT
           END-IF.
      * Members (not merged-away tombstones) born after today
       SCRUB-MEMBERS.
           OPEN INPUT MEMBER-DETAILS
           MOVE "n" TO WS-DQS-EOF
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ MEMBER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF MEMBER-MERGED-INTO IS EQUAL TO 0 AND
                           MEMBER-DOB > WS-DQS-TODAY-FULL
                           MOVE "MBDOB" TO WS-DQS-CODE-IN
                           MOVE SPACES TO WS-DQS-KEY
                           MOVE MEMBER-ID TO WS-DQS-KEY
                           MOVE SPACES TO WS-DQS-DETAIL
                           STRING "date of birth " MEMBER-DOB
                               DELIMITED BY SIZE INTO WS-DQS-DETAIL
                           END-STRING
                           PERFORM NOTE-SCRUB-DEFECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-DETAILS.
      * Open accounts held by a member under 18 with no joint holder,
      * the guardian rule account opening enforces
       SCRUB-MINOR-ACCOUNTS.
           OPEN INPUT ACCOUNT-DETAILS
           OPEN INPUT MEMBER-DETAILS
           OPEN INPUT BALANCE-DETAILS
           MOVE "n" TO WS-DQS-EOF
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF CREATE-MEMBER-ID IS NOT EQUAL TO 0 AND
                           CREATE-HAS-JOINT IS NOT EQUAL TO "y"
                           PERFORM SCRUB-ONE-MINOR-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE MEMBER-DETAILS
           CLOSE ACCOUNT-DETAILS.
       SCRUB-ONE-MINOR-ACCOUNT.
           MOVE CREATE-MEMBER-ID TO MEMBER-ID
           READ MEMBER-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MEMBER-AGE > 0 AND MEMBER-AGE < 18
                       MOVE CREATE-ACCOUNT-ID TO WS-DQS-CHECK-ID
                       PERFORM CHECK-SCRUB-ACCOUNT
                       IF WS-DQS-CLOSED IS EQUAL TO SPACES
                           MOVE "MBMINOR" TO WS-DQS-CODE-IN
                           MOVE SPACES TO WS-DQS-KEY
                           MOVE CREATE-ACCOUNT-ID TO WS-DQS-KEY
                           MOVE SPACES TO WS-DQS-DETAIL
                           STRING "member " MEMBER-ID " age "
                               MEMBER-AGE " has no joint holder"
                               DELIMITED BY SIZE INTO WS-DQS-DETAIL
                           END-STRING
                           PERFORM NOTE-SCRUB-DEFECT
                       END-IF
                   END-IF
           END-READ.
      * Fetch each active rule's count from the latest earlier run,
      * then file tonight's; a second run on the same day replaces
      * that day's count
       CARRY-SCRUB-COUNTS.
           MOVE 0 TO WS-DQS-TOTAL
           MOVE 0 TO WS-DQS-PRIOR-TOTAL
           OPEN I-O SCRUB-HISTORY
           PERFORM VARYING WS-DQS-R FROM 1 BY 1 UNTIL WS-DQS-R > 7
               IF WS-DQS-ACTIVE(WS-DQS-R) IS EQUAL TO "y"
                   PERFORM CARRY-ONE-SCRUB-COUNT
               END-IF
           END-PERFORM
           CLOSE SCRUB-HISTORY.
       CARRY-ONE-SCRUB-COUNT.
           MOVE "n" TO WS-DQS-EOF
           MOVE WS-DQS-CODE(WS-DQS-R) TO DQH-RULE
           MOVE 0 TO DQH-DATE
           START SCRUB-HISTORY KEY IS NOT LESS THAN DQH-KEY
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           PERFORM UNTIL WS-DQS-EOF IS EQUAL TO "y"
               READ SCRUB-HISTORY NEXT RECORD
                   AT END MOVE "y" TO WS-DQS-EOF
                   NOT AT END
                       IF DQH-RULE IS NOT EQUAL TO
                           WS-DQS-CODE(WS-DQS-R) OR
                           DQH-DATE IS NOT LESS THAN WS-DQS-TODAY
                           MOVE "y" TO WS-DQS-EOF
                       ELSE
                           MOVE DQH-COUNT TO WS-DQS-PRIOR(WS-DQS-R)
                           MOVE DQH-DATE TO
                               WS-DQS-PRIOR-DATE(WS-DQS-R)
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-DQS-COUNT(WS-DQS-R) TO WS-DQS-TOTAL
           ADD WS-DQS-PRIOR(WS-DQS-R) TO WS-DQS-PRIOR-TOTAL
           MOVE WS-DQS-CODE(WS-DQS-R) TO DQH-RULE
           MOVE WS-DQS-TODAY TO DQH-DATE
           MOVE WS-DQS-COUNT(WS-DQS-R) TO DQH-COUNT
           WRITE SCRUB-HISTORY-RECORD
               INVALID KEY
                   REWRITE SCRUB-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to file the count "
                               "for rule "DQH-RULE
                   END-REWRITE
           END-WRITE.
      * Counts by category, each rule against its previous run, and
      * the overall total; a worsening total raises an ops warning
       WRITE-SCRUB-SUMMARY.
           MOVE SPACES TO SCRUB-REPORT-LINE
           WRITE SCRUB-REPORT-LINE
           PERFORM VARYING WS-DQS-Q FROM 1 BY 1 UNTIL WS-DQS-Q > 7
               IF WS-DQS-PRINTED(WS-DQS-Q) IS NOT EQUAL TO "y"
                   MOVE SPACES TO SCRUB-REPORT-LINE
                   STRING "CATEGORY " WS-DQS-CATEGORY(WS-DQS-Q)
                       DELIMITED BY SIZE INTO SCRUB-REPORT-LINE
                   END-STRING
                   WRITE SCRUB-REPORT-LINE
                   PERFORM VARYING WS-DQS-R FROM WS-DQS-Q BY 1
                       UNTIL WS-DQS-R > 7
                       IF WS-DQS-CATEGORY(WS-DQS-R) IS EQUAL TO
                           WS-DQS-CATEGORY(WS-DQS-Q)
                           PERFORM WRITE-SCRUB-RULE-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-DQS-CHANGE = WS-DQS-TOTAL - WS-DQS-PRIOR-TOTAL
           MOVE WS-DQS-CHANGE TO WS-DQS-CHANGE-OUT
           PERFORM SET-SCRUB-TREND
           MOVE SPACES TO SCRUB-REPORT-LINE
           STRING "TOTAL defects=" WS-DQS-TOTAL
               " previous=" WS-DQS-PRIOR-TOTAL
               " change=" WS-DQS-CHANGE-OUT " " WS-DQS-TREND
               DELIMITED BY SIZE INTO SCRUB-REPORT-LINE
           END-STRING
           WRITE SCRUB-REPORT-LINE
           DISPLAY SCRUB-REPORT-LINE
           IF WS-DQS-CHANGE > 0
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "Data-quality defects up by " WS-DQS-CHANGE-OUT
                   " to " WS-DQS-TOTAL
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "W" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           END-IF.
       WRITE-SCRUB-RULE-LINE.
           MOVE "y" TO WS-DQS-PRINTED(WS-DQS-R)
           MOVE SPACES TO SCRUB-REPORT-LINE
           IF WS-DQS-ACTIVE(WS-DQS-R) IS EQUAL TO "y"
               COMPUTE WS-DQS-CHANGE = WS-DQS-COUNT(WS-DQS-R) -
                   WS-DQS-PRIOR(WS-DQS-R)
               MOVE WS-DQS-CHANGE TO WS-DQS-CHANGE-OUT
               PERFORM SET-SCRUB-TREND
               STRING "  " WS-DQS-CODE(WS-DQS-R)
                   " defects=" WS-DQS-COUNT(WS-DQS-R)
                   " previous=" WS-DQS-PRIOR(WS-DQS-R)
                   " on " WS-DQS-PRIOR-DATE(WS-DQS-R)
                   " change=" WS-DQS-CHANGE-OUT " " WS-DQS-TREND
                   " " WS-DQS-DESC(WS-DQS-R)
                   DELIMITED BY SIZE INTO SCRUB-REPORT-LINE
               END-STRING
           ELSE
               STRING "  " WS-DQS-CODE(WS-DQS-R)
                   " switched off " WS-DQS-DESC(WS-DQS-R)
                   DELIMITED BY SIZE INTO SCRUB-REPORT-LINE
               END-STRING
           END-IF
           WRITE SCRUB-REPORT-LINE.
       SET-SCRUB-TREND.
           IF WS-DQS-CHANGE < 0
               MOVE "better" TO WS-DQS-TREND
           ELSE IF WS-DQS-CHANGE > 0
               MOVE "worse" TO WS-DQS-TREND
           ELSE
               MOVE "same" TO WS-DQS-TREND
           END-IF
           END-IF.
      * Staff maintenance of the scrub rule list: a rule can be
      * switched on or off and its category and description changed.
      * The first change copies the compiled list onto the file
       MAINTAIN-SCRUB-RULES.
           DISPLAY "Enter a command. 'write', 'read', or 'browse'"
           ACCEPT WS-DQS-COMMAND
           IF WS-DQS-COMMAND IS EQUAL TO "write"
               PERFORM SEED-SCRUB-RULES
               DISPLAY "Enter the rule code..."
               ACCEPT WS-DQS-CODE-IN
               PERFORM FIND-SCRUB-RULE
               IF WS-DQS-R IS EQUAL TO 0
                   DISPLAY "No such scrub rule: "WS-DQS-CODE-IN
               ELSE
                   PERFORM WRITE-SCRUB-RULE
               END-IF
           ELSE IF WS-DQS-COMMAND IS EQUAL TO "read" OR
               WS-DQS-COMMAND IS EQUAL TO "browse"
               PERFORM LOAD-SCRUB-RULES
               PERFORM VARYING WS-DQS-R FROM 1 BY 1 UNTIL WS-DQS-R > 7
                   DISPLAY WS-DQS-CODE(WS-DQS-R)" "
                       WS-DQS-CATEGORY(WS-DQS-R)" active="
                       WS-DQS-ACTIVE(WS-DQS-R)" "WS-DQS-DESC(WS-DQS-R)
               END-PERFORM
           ELSE
               DISPLAY "Unknown command"
           END-IF.
       WRITE-SCRUB-RULE.
           MOVE WS-DQS-CODE-IN TO DQR-CODE
           OPEN I-O SCRUB-RULES
               READ SCRUB-RULES
                   INVALID KEY
                       MOVE WS-DQS-DEF-CATEGORY(WS-DQS-R)
                           TO DQR-CATEGORY
                       MOVE "y" TO DQR-ACTIVE
                       MOVE WS-DQS-DEF-DESC(WS-DQS-R) TO DQR-DESC
               END-READ
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING DQR-ACTIVE " " DQR-CATEGORY
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               DISPLAY "Active? (y/n)..."
               ACCEPT DQR-ACTIVE
               DISPLAY "Enter the category (blank keeps "DQR-CATEGORY
                   ")..."
               ACCEPT WS-DQS-CATEGORY(WS-DQS-R)
               IF WS-DQS-CATEGORY(WS-DQS-R) IS NOT EQUAL TO SPACES
                   MOVE WS-DQS-CATEGORY(WS-DQS-R) TO DQR-CATEGORY
               END-IF
               DISPLAY "Enter the description (blank keeps it)..."
               ACCEPT WS-DQS-DESC(WS-DQS-R)
               IF WS-DQS-DESC(WS-DQS-R) IS NOT EQUAL TO SPACES
                   MOVE WS-DQS-DESC(WS-DQS-R) TO DQR-DESC
               END-IF
               REWRITE SCRUB-RULE-RECORD
                   INVALID KEY
                       WRITE SCRUB-RULE-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to write the rule"
                       END-WRITE
               END-REWRITE
           CLOSE SCRUB-RULES
           DISPLAY "Scrub rule written"
           MOVE "SCRUB-RULE" TO WS-AUDIT-ACTION
           MOVE DQR-CODE TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING DQR-ACTIVE " " DQR-CATEGORY
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
       SEED-SCRUB-RULES.
           MOVE "n" TO WS-DQS-EOF
           OPEN I-O SCRUB-RULES
           MOVE LOW-VALUES TO DQR-CODE
           START SCRUB-RULES KEY IS GREATER THAN DQR-CODE
               INVALID KEY MOVE "y" TO WS-DQS-EOF
           END-START
           IF WS-DQS-EOF IS EQUAL TO "y"
               PERFORM VARYING WS-DQS-R FROM 1 BY 1 UNTIL WS-DQS-R > 7
                   MOVE WS-DQS-DEF-CODE(WS-DQS-R) TO DQR-CODE
                   MOVE WS-DQS-DEF-CATEGORY(WS-DQS-R) TO DQR-CATEGORY
                   MOVE "y" TO DQR-ACTIVE
                   MOVE WS-DQS-DEF-DESC(WS-DQS-R) TO DQR-DESC
                   WRITE SCRUB-RULE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-PERFORM
               DISPLAY "Rule file started from the default rules"
           END-IF
           CLOSE SCRUB-RULES.
      * Month-end fee assessment: every open account is charged the
      * fees its product's fee set carries on the fee schedule, each
      * fee subject to its own waiver conditions and to relationship
      * pricing through CHECK-FEE-WAIVER. A fee already posted (or
      * waived) this month is not charged again, so a rerun is safe,
      * and no fee takes a balance below zero
       RUN-FEE-ASSESSMENT.
           PERFORM LOAD-BANK-PARAMETERS
           MOVE "FE" TO WS-TX-CHANNEL
           MOVE "FEEBATCH" TO WS-TX-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-FA-MONTH
           DIVIDE WS-FA-MONTH BY 100 GIVING WS-FA-YEAR
               REMAINDER WS-FA-MM
           COMPUTE WS-FA-MONTHS-NOW = WS-FA-YEAR * 12 + WS-FA-MM
           MOVE 0 TO WS-FA-ACCOUNTS
           MOVE 0 TO WS-FA-CHARGED-COUNT
           MOVE 0 TO WS-FA-CHARGED-TOTAL
           MOVE 0 TO WS-FA-WAIVED-COUNT
           MOVE 0 TO WS-FA-WAIVED-TOTAL
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "feeassess." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-FEE-ASSESS-REPORT-PATH
           OPEN OUTPUT FEE-ASSESS-REPORT-FILE
           MOVE SPACES TO FEE-ASSESS-REPORT-LINE
           STRING "MONTH-END FEE ASSESSMENT " WS-FA-MONTH
               DELIMITED BY SIZE INTO FEE-ASSESS-REPORT-LINE
           END-STRING
           WRITE FEE-ASSESS-REPORT-LINE
           MOVE 0 TO WS-FA-LAST-ID
           MOVE "y" TO WS-FA-MORE
           PERFORM UNTIL WS-FA-MORE IS NOT EQUAL TO "y"
               PERFORM NEXT-FEE-ACCOUNT
               IF WS-FA-MORE IS EQUAL TO "y"
                   PERFORM ASSESS-ONE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO FEE-ASSESS-REPORT-LINE
           STRING "TOTAL accounts=" WS-FA-ACCOUNTS
               " charged=" WS-FA-CHARGED-COUNT
               " amount=" WS-FA-CHARGED-TOTAL
               " relationship-waived=" WS-FA-WAIVED-COUNT
               " amount=" WS-FA-WAIVED-TOTAL
               DELIMITED BY SIZE INTO FEE-ASSESS-REPORT-LINE
           END-STRING
           WRITE FEE-ASSESS-REPORT-LINE
           DISPLAY FEE-ASSESS-REPORT-LINE
           CLOSE FEE-ASSESS-REPORT-FILE
           MOVE "FEE ASSESS" TO WS-RC-TYPE
           MOVE WS-FA-CHARGED-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * The next open account after WS-FA-LAST-ID. The balance file
      * is opened and closed around each step because the waiver
      * check and the fee posting open it themselves
       NEXT-FEE-ACCOUNT.
           MOVE "n" TO WS-FA-MORE
           MOVE "n" TO WS-FA-TX-EOF
           OPEN INPUT BALANCE-DETAILS
           MOVE WS-FA-LAST-ID TO BALANCE-ID
           START BALANCE-DETAILS KEY IS GREATER THAN BALANCE-ID
               INVALID KEY MOVE "y" TO WS-FA-TX-EOF
           END-START
           PERFORM UNTIL WS-FA-TX-EOF IS EQUAL TO "y"
               READ BALANCE-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-FA-TX-EOF
                   NOT AT END
                       MOVE BALANCE-ID TO WS-FA-LAST-ID
                       IF BALANCE-STATUS IS NOT EQUAL TO "C" AND
                           BALANCE-STATUS IS NOT EQUAL TO "X"
                           MOVE "y" TO WS-FA-MORE
                           MOVE "y" TO WS-FA-TX-EOF
                           MOVE BALANCE-ID TO WS-FA-ACCOUNT
                           MOVE BALANCE-ACCOUNT-TYPE TO
                               WS-FA-ACCOUNT-TYPE
                           MOVE BALANCE-AMMOUNT TO WS-FA-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-DETAILS.
       ASSESS-ONE-ACCOUNT.
           ADD 1 TO WS-FA-ACCOUNTS
           MOVE "S" TO WS-FA-FEE-SET
           MOVE WS-FA-ACCOUNT-TYPE TO PROD-CODE
           OPEN INPUT PRODUCT-CATALOG
               READ PRODUCT-CATALOG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PROD-FEE-SET TO WS-FA-FEE-SET
               END-READ
           CLOSE PRODUCT-CATALOG
           PERFORM SCAN-FEE-ACCOUNT-ACTIVITY
      * Holder details: the account record stays in the buffer for
      * CHECK-FEE-WAIVER, which keys off its member ID
           MOVE 0 TO WS-FA-MEMBER-AGE
           MOVE "P" TO WS-FA-CHANNEL
           MOVE WS-FA-ACCOUNT TO CREATE-ACCOUNT-ID
           OPEN INPUT ACCOUNT-DETAILS
               READ ACCOUNT-DETAILS
                   INVALID KEY MOVE 0 TO CREATE-MEMBER-ID
               END-READ
           CLOSE ACCOUNT-DETAILS
           IF CREATE-MEMBER-ID IS NOT EQUAL TO 0
               MOVE CREATE-MEMBER-ID TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE MEMBER-AGE TO WS-FA-MEMBER-AGE
                           IF MEMBER-SERVICE-CHANNEL IS NOT EQUAL TO
                               SPACE
                               MOVE MEMBER-SERVICE-CHANNEL TO
                                   WS-FA-CHANNEL
                           END-IF
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF
           PERFORM VARYING WS-FA-C FROM 1 BY 1 UNTIL WS-FA-C > 4
               IF WS-FA-DONE(WS-FA-C) IS NOT EQUAL TO "y"
                   MOVE WS-FA-FEE-SET TO FS-FEE-SET
                   MOVE WS-FA-CODE(WS-FA-C) TO FS-FEE-CODE
                   MOVE "n" TO WS-FA-DUE
                   OPEN INPUT FEE-SCHEDULE
                       READ FEE-SCHEDULE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF FS-AMMOUNT > 0
                                   MOVE "y" TO WS-FA-DUE
                               END-IF
                       END-READ
                   CLOSE FEE-SCHEDULE
                   IF WS-FA-DUE IS EQUAL TO "y"
                       PERFORM ASSESS-ONE-FEE
                   END-IF
               END-IF
           END-PERFORM.
      * One pass over the account's history: this month's teller and
      * session withdrawals, the month of the last customer-initiated
      * posting, and which fees this month already carries. A memo
      * with " FEE" in it is a fee, not customer activity
       SCAN-FEE-ACCOUNT-ACTIVITY.
           MOVE 0 TO WS-FA-WD-COUNT
           MOVE 0 TO WS-FA-LAST-ACTIVE
           MOVE "n" TO WS-FA-DONE(1)
           MOVE "n" TO WS-FA-DONE(2)
           MOVE "n" TO WS-FA-DONE(3)
           MOVE "n" TO WS-FA-DONE(4)
           MOVE "n" TO WS-FA-TX-EOF
           MOVE WS-FA-ACCOUNT TO TRANSACTION-ID
           OPEN INPUT TRANSACTION-DETAILS
               START TRANSACTION-DETAILS KEY IS EQUAL TO TRANSACTION-ID
                   INVALID KEY MOVE "y" TO WS-FA-TX-EOF
               END-START
               PERFORM UNTIL WS-FA-TX-EOF IS EQUAL TO "y"
                   READ TRANSACTION-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-FA-TX-EOF
                       NOT AT END
                           IF TRANSACTION-ID IS EQUAL TO WS-FA-ACCOUNT
                               PERFORM TALLY-FEE-ACTIVITY
                           ELSE
                               MOVE "y" TO WS-FA-TX-EOF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE TRANSACTION-DETAILS.
       TALLY-FEE-ACTIVITY.
           MOVE 0 TO WS-FA-HITS
           INSPECT TRANSACTION-MEMO TALLYING WS-FA-HITS FOR ALL " FEE"
      * Fees are assessed by the month: drop the posting day
           DIVIDE TRANSACTION-DATE BY 100 GIVING WS-FA-TX-MONTH
           IF WS-FA-TX-MONTH IS EQUAL TO WS-FA-MONTH
               PERFORM VARYING WS-FA-C FROM 1 BY 1 UNTIL WS-FA-C > 4
                   MOVE SPACES TO WS-FA-WAIVED-MEMO
                   STRING "FEE WAIVED " WS-FA-CODE(WS-FA-C)
                       DELIMITED BY SIZE INTO WS-FA-WAIVED-MEMO
                   END-STRING
                   IF TRANSACTION-MEMO IS EQUAL TO WS-FA-MEMO(WS-FA-C)
                       OR TRANSACTION-MEMO IS EQUAL TO
                           WS-FA-WAIVED-MEMO
                       MOVE "y" TO WS-FA-DONE(WS-FA-C)
                   END-IF
               END-PERFORM
               IF TRANSACTION-SIGN IS EQUAL TO "-" AND
                   TRANSACTION-CHANNEL IS EQUAL TO "TL" AND
                   WS-FA-HITS IS EQUAL TO 0 AND
                   TRANSACTION-MEMO(1:10) IS NOT EQUAL TO "FEE WAIVED"
                   ADD 1 TO WS-FA-WD-COUNT
               END-IF
           END-IF
           IF WS-FA-HITS IS EQUAL TO 0 AND
               WS-FA-TX-MONTH > WS-FA-LAST-ACTIVE AND
               (TRANSACTION-CHANNEL IS EQUAL TO "TL" OR
               TRANSACTION-CHANNEL IS EQUAL TO "PY" OR
               TRANSACTION-CHANNEL IS EQUAL TO "CI" OR
               TRANSACTION-CHANNEL IS EQUAL TO "OP" OR
               TRANSACTION-CHANNEL IS EQUAL TO "CK" OR
               TRANSACTION-CHANNEL IS EQUAL TO "SI")
               MOVE WS-FA-TX-MONTH TO WS-FA-LAST-ACTIVE
           END-IF.
      * Fee WS-FA-C, whose schedule row is in the record area: work
      * out whether it applies, then waive, charge or skip it
       ASSESS-ONE-FEE.
           MOVE "n" TO WS-FA-DUE
           MOVE FS-AMMOUNT TO WS-FA-FEE
           IF WS-FA-CODE(WS-FA-C) IS EQUAL TO "MNTH"
               MOVE "y" TO WS-FA-DUE
           ELSE IF WS-FA-CODE(WS-FA-C) IS EQUAL TO "PAPR"
               IF WS-FA-CHANNEL IS EQUAL TO "P"
                   MOVE "y" TO WS-FA-DUE
               END-IF
           ELSE IF WS-FA-CODE(WS-FA-C) IS EQUAL TO "EXWD"
               IF WS-FA-WD-COUNT > FS-THRESHOLD
                   MOVE "y" TO WS-FA-DUE
                   COMPUTE WS-FA-FEE =
                       FS-AMMOUNT * (WS-FA-WD-COUNT - FS-THRESHOLD)
               END-IF
           ELSE IF WS-FA-CODE(WS-FA-C) IS EQUAL TO "DORM"
               IF WS-FA-LAST-ACTIVE > 0
                   DIVIDE WS-FA-LAST-ACTIVE BY 100 GIVING WS-FA-YEAR
                       REMAINDER WS-FA-MM
                   COMPUTE WS-FA-MONTHS-LAST =
                       WS-FA-YEAR * 12 + WS-FA-MM
                   COMPUTE WS-FA-MONTHS-IDLE =
                       WS-FA-MONTHS-NOW - WS-FA-MONTHS-LAST
                   IF WS-FA-MONTHS-IDLE >= FS-THRESHOLD
                       MOVE "y" TO WS-FA-DUE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-FA-DUE IS EQUAL TO "y"
               MOVE SPACES TO WS-FA-OUTCOME
               IF FS-WAIVE-BALANCE > 0 AND
                   WS-FA-BALANCE >= FS-WAIVE-BALANCE
                   MOVE "WAIVED-BAL" TO WS-FA-OUTCOME
               ELSE IF FS-WAIVE-AGE > 0 AND WS-FA-MEMBER-AGE > 0 AND
                   WS-FA-MEMBER-AGE < FS-WAIVE-AGE
                   MOVE "WAIVED-AGE" TO WS-FA-OUTCOME
               ELSE IF WS-FA-BALANCE <= 0
                   MOVE "NO-FUNDS" TO WS-FA-OUTCOME
               ELSE IF FS-WAIVE-RELATIONSHIP IS EQUAL TO "y"
                   PERFORM CHECK-FEE-WAIVER
                   IF WS-WAIVER-APPLIES IS EQUAL TO "y"
                       MOVE "WAIVED-REL" TO WS-FA-OUTCOME
                       PERFORM WAIVE-ONE-FEE
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-FA-OUTCOME IS EQUAL TO SPACES
                   IF WS-FA-FEE > WS-FA-BALANCE
                       MOVE WS-FA-BALANCE TO WS-FA-FEE
                   END-IF
                   PERFORM CHARGE-ONE-FEE
               END-IF
               MOVE SPACES TO FEE-ASSESS-REPORT-LINE
               STRING "account=" WS-FA-ACCOUNT
                   " set=" WS-FA-FEE-SET
                   " fee=" WS-FA-CODE(WS-FA-C)
                   " amount=" WS-FA-FEE
                   " " WS-FA-OUTCOME
                   DELIMITED BY SIZE INTO FEE-ASSESS-REPORT-LINE
               END-STRING
               WRITE FEE-ASSESS-REPORT-LINE
           END-IF.
      * Post fee WS-FA-C for WS-FA-FEE against the account, with its
      * transaction, posting-journal line and income-ledger line
       CHARGE-ONE-FEE.
           MOVE "CHARGED" TO WS-FA-OUTCOME
           MOVE WS-FA-ACCOUNT TO BALANCE-ID
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY MOVE "NOT-POSTED" TO WS-FA-OUTCOME
                   NOT INVALID KEY
                       MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                       SUBTRACT WS-FA-FEE FROM BALANCE-AMMOUNT
                       REWRITE BALANCES
                           INVALID KEY
                               MOVE "NOT-POSTED" TO WS-FA-OUTCOME
                       END-REWRITE
               END-READ
               IF WS-FA-OUTCOME IS EQUAL TO "CHARGED"
                   MOVE BALANCE-AMMOUNT TO WS-FA-BALANCE
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE BALANCE-ID TO TRANSACTION-ID
                   MOVE WS-FA-FEE TO TRANSACTION-AMMOUNT
                   MOVE "-" TO TRANSACTION-SIGN
                   MOVE WS-FA-MEMO(WS-FA-C) TO TRANSACTION-MEMO
                   MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-TRANSACTION-RECORD
                   MOVE BALANCE-ID TO WS-PJ-ACCOUNT
                   MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                   MOVE WS-FA-MEMO(WS-FA-C) TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
               END-IF
           CLOSE TRANSACTION-DETAILS
           CLOSE BALANCE-DETAILS
           IF WS-FA-OUTCOME IS EQUAL TO "CHARGED"
               ADD 1 TO WS-FA-CHARGED-COUNT
               ADD WS-FA-FEE TO WS-FA-CHARGED-TOTAL
               MOVE WS-FA-MEMO(WS-FA-C) TO WS-IL-CATEGORY
               MOVE WS-FA-FEE TO WS-IL-AMMOUNT
               MOVE "+" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
           END-IF.
      * A relationship waiver is recorded the way the low-balance fee
      * records one: a FEE-WAIVER income-ledger line for the income
      * foregone and a zero-amount transaction, here naming the fee
       WAIVE-ONE-FEE.
           ADD 1 TO WS-FA-WAIVED-COUNT
           ADD WS-FA-FEE TO WS-FA-WAIVED-TOTAL
           MOVE "FEE-WAIVER" TO WS-IL-CATEGORY
           MOVE WS-FA-FEE TO WS-IL-AMMOUNT
           MOVE "+" TO WS-IL-SIGN
           PERFORM WRITE-INCOME-LEDGER
           OPEN I-O TRANSACTION-DETAILS
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE WS-FA-ACCOUNT TO TRANSACTION-ID
               MOVE 0 TO TRANSACTION-AMMOUNT
               MOVE "-" TO TRANSACTION-SIGN
               MOVE SPACES TO TRANSACTION-MEMO
               STRING "FEE WAIVED " WS-FA-CODE(WS-FA-C)
                   DELIMITED BY SIZE INTO TRANSACTION-MEMO
               END-STRING
               MOVE SPACES TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
           CLOSE TRANSACTION-DETAILS.
      * Staff maintenance of the fee schedule, the same write/delete/
      * read/browse command shape the other tables use
       MAINTAIN-FEE-SCHEDULE.
           DISPLAY "Enter a command. 'write', 'delete', 'read', or "
               "'browse'"
           ACCEPT WS-FA-COMMAND
           IF WS-FA-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter the fee set (product fee-set letter)..."
               ACCEPT FS-FEE-SET
               DISPLAY "Enter the fee code (MNTH/PAPR/EXWD/DORM)..."
               ACCEPT FS-FEE-CODE
               IF FS-FEE-CODE IS NOT EQUAL TO "MNTH" AND
                   FS-FEE-CODE IS NOT EQUAL TO "PAPR" AND
                   FS-FEE-CODE IS NOT EQUAL TO "EXWD" AND
                   FS-FEE-CODE IS NOT EQUAL TO "DORM"
                   DISPLAY "Unknown fee code"
               ELSE
                   DISPLAY "Enter the fee amount..."
                   ACCEPT FS-AMMOUNT
                   DISPLAY "Enter the threshold (EXWD free withdrawals"
                       ", DORM idle months, else 0)..."
                   ACCEPT FS-THRESHOLD
                   DISPLAY "Waive at or above what balance? (0 = never"
                       ")..."
                   ACCEPT FS-WAIVE-BALANCE
                   DISPLAY "Waive for members younger than what age? "
                       "(0 = never)..."
                   ACCEPT FS-WAIVE-AGE
                   DISPLAY "Waive under relationship pricing? (y/n)"
                   ACCEPT FS-WAIVE-RELATIONSHIP
                   OPEN I-O FEE-SCHEDULE
                       WRITE FEE-SCHEDULE-RECORD
                           INVALID KEY REWRITE FEE-SCHEDULE-RECORD
                           END-REWRITE
                       END-WRITE
                   CLOSE FEE-SCHEDULE
                   DISPLAY "Fee schedule row written"
                   MOVE "FEE-WRITE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING FS-FEE-SET "/" FS-FEE-CODE
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING FS-AMMOUNT " " FS-THRESHOLD " "
                       FS-WAIVE-BALANCE " " FS-WAIVE-AGE " "
                       FS-WAIVE-RELATIONSHIP
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           ELSE IF WS-FA-COMMAND IS EQUAL TO "delete"
               DISPLAY "Enter the fee set..."
               ACCEPT FS-FEE-SET
               DISPLAY "Enter the fee code..."
               ACCEPT FS-FEE-CODE
               OPEN I-O FEE-SCHEDULE
                   DELETE FEE-SCHEDULE RECORD
                       INVALID KEY
                           DISPLAY "No such fee schedule row"
                       NOT INVALID KEY
                           DISPLAY "Fee schedule row deleted"
                   END-DELETE
               CLOSE FEE-SCHEDULE
               MOVE "FEE-DELETE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING FS-FEE-SET "/" FS-FEE-CODE
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE "deleted" TO WS-AUDIT-AFTER
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           ELSE IF WS-FA-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the fee set..."
               ACCEPT FS-FEE-SET
               DISPLAY "Enter the fee code..."
               ACCEPT FS-FEE-CODE
               OPEN INPUT FEE-SCHEDULE
                   READ FEE-SCHEDULE
                       INVALID KEY DISPLAY "No such fee schedule row"
                       NOT INVALID KEY PERFORM SHOW-FEE-SCHEDULE-ROW
                   END-READ
               CLOSE FEE-SCHEDULE
           ELSE IF WS-FA-COMMAND IS EQUAL TO "browse"
               MOVE "n" TO WS-FA-TX-EOF
               OPEN INPUT FEE-SCHEDULE
               MOVE LOW-VALUES TO FS-KEY
               START FEE-SCHEDULE KEY IS GREATER THAN FS-KEY
                   INVALID KEY MOVE "y" TO WS-FA-TX-EOF
               END-START
               PERFORM UNTIL WS-FA-TX-EOF IS EQUAL TO "y"
                   READ FEE-SCHEDULE NEXT RECORD
                       AT END MOVE "y" TO WS-FA-TX-EOF
                       NOT AT END PERFORM SHOW-FEE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE
           ELSE
               DISPLAY "Unknown command"
           END-IF.
       SHOW-FEE-SCHEDULE-ROW.
           DISPLAY "set "FS-FEE-SET" fee "FS-FEE-CODE
               " amount "FS-AMMOUNT" threshold "FS-THRESHOLD
               " waive-balance "FS-WAIVE-BALANCE
               " waive-age "FS-WAIVE-AGE
               " relationship "FS-WAIVE-RELATIONSHIP.
      * Count one statement transaction into the fee analysis: a
      * debit whose memo holds " FEE" is a fee (the FEE WAIVED memos
      * start with the word and are counted as waivers instead)
       TALLY-STATEMENT-FEE.
           MOVE 0 TO WS-SF-HITS
           INSPECT TRANSACTION-MEMO TALLYING WS-SF-HITS FOR ALL " FEE"
           DIVIDE TRANSACTION-DATE BY 10000 GIVING WS-SF-TX-YEAR
           COMPUTE WS-SF-TX-YY = FUNCTION MOD(WS-SF-TX-YEAR, 100)
           IF TRANSACTION-SIGN IS EQUAL TO "-" AND WS-SF-HITS > 0 AND
               WS-SF-TX-YY IS EQUAL TO WS-SF-STMT-YY AND
               WS-STMT-TX-YYMM IS NOT GREATER THAN WS-STMT-PERIOD
               ADD TRANSACTION-AMMOUNT TO WS-SF-YTD-TOTAL
               IF WS-STMT-TX-YYMM IS EQUAL TO WS-STMT-PERIOD
                   ADD TRANSACTION-AMMOUNT TO WS-SF-PERIOD-TOTAL
                   MOVE "n" TO WS-SF-FOUND
                   PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                       UNTIL WS-SF-IDX > WS-SF-COUNT OR
                           WS-SF-FOUND IS EQUAL TO "y"
                       IF SF-MEMO(WS-SF-IDX) IS EQUAL TO
                           TRANSACTION-MEMO
                           MOVE "y" TO WS-SF-FOUND
                           ADD 1 TO SF-COUNT(WS-SF-IDX)
                           ADD TRANSACTION-AMMOUNT TO
                               SF-TOTAL(WS-SF-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-SF-FOUND IS NOT EQUAL TO "y" AND
                       WS-SF-COUNT < 12
                       ADD 1 TO WS-SF-COUNT
                       MOVE TRANSACTION-MEMO TO SF-MEMO(WS-SF-COUNT)
                       MOVE 1 TO SF-COUNT(WS-SF-COUNT)
                       MOVE TRANSACTION-AMMOUNT TO SF-TOTAL(WS-SF-COUNT)
                   END-IF
               END-IF
           END-IF
           IF TRANSACTION-MEMO(1:10) IS EQUAL TO "FEE WAIVED" AND
               WS-STMT-TX-YYMM IS EQUAL TO WS-STMT-PERIOD
               ADD 1 TO WS-SF-WAIVED
           END-IF
      * Courtesy refunds are shown against the fees they give back
           IF TRANSACTION-SIGN IS EQUAL TO "+" AND
               TRANSACTION-MEMO IS EQUAL TO "FEE REFUND" AND
               WS-SF-TX-YY IS EQUAL TO WS-SF-STMT-YY AND
               WS-STMT-TX-YYMM IS NOT GREATER THAN WS-STMT-PERIOD
               ADD TRANSACTION-AMMOUNT TO WS-SF-YTD-REFUND
               IF WS-STMT-TX-YYMM IS EQUAL TO WS-STMT-PERIOD
                   ADD TRANSACTION-AMMOUNT TO WS-SF-PERIOD-REFUND
               END-IF
           END-IF.
      * The statement's fee-analysis section: each kind of fee charged
      * in the period, the period and year-to-date fee totals, the
      * number of fees waived, and the fees refunded
       WRITE-STATEMENT-FEE-SECTION.
           MOVE SPACES TO CYCLE-STATEMENT-LINE
           STRING WS-REPRINT-PREFIX " FEE ANALYSIS"
               DELIMITED BY SIZE INTO CYCLE-STATEMENT-LINE
           END-STRING
           WRITE CYCLE-STATEMENT-LINE
           ADD 1 TO WS-STMT-LINE-COUNT
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
               UNTIL WS-SF-IDX > WS-SF-COUNT
               MOVE SPACES TO CYCLE-STATEMENT-LINE
               STRING WS-REPRINT-PREFIX " fee " SF-MEMO(WS-SF-IDX)
                   " count " SF-COUNT(WS-SF-IDX)
                   " total " SF-TOTAL(WS-SF-IDX)
                   DELIMITED BY SIZE INTO CYCLE-STATEMENT-LINE
               END-STRING
               WRITE CYCLE-STATEMENT-LINE
               ADD 1 TO WS-STMT-LINE-COUNT
           END-PERFORM
           MOVE SPACES TO CYCLE-STATEMENT-LINE
           STRING WS-REPRINT-PREFIX " fees this period "
               WS-SF-PERIOD-TOTAL " year to date " WS-SF-YTD-TOTAL
               " waived " WS-SF-WAIVED
               DELIMITED BY SIZE INTO CYCLE-STATEMENT-LINE
           END-STRING
           WRITE CYCLE-STATEMENT-LINE
           ADD 1 TO WS-STMT-LINE-COUNT
           MOVE SPACES TO CYCLE-STATEMENT-LINE
           STRING WS-REPRINT-PREFIX " fees refunded this period "
               WS-SF-PERIOD-REFUND " year to date " WS-SF-YTD-REFUND
               DELIMITED BY SIZE INTO CYCLE-STATEMENT-LINE
           END-STRING
           WRITE CYCLE-STATEMENT-LINE
           ADD 1 TO WS-STMT-LINE-COUNT.
      * Courtesy refund of a fee the member has complained about: the
      * fee is named by its own TRANSACTION-NUMBER and a reason code.
      * Within the staff member's role limits (per item, and per
      * member per calendar year) it posts at once; above them it is
      * queued for a supervisor through the pending-change queue
       REFUND-FEE.
           PERFORM LOAD-BANK-PARAMETERS
           DISPLAY "Enter the transaction number of the fee..."
           ACCEPT WS-CR-FEE-TX
           DISPLAY "Enter the reason code (SERV/BERR/HARD/FRST)..."
           ACCEPT WS-CR-REASON
           MOVE "n" TO WS-CR-OK
           PERFORM VARYING WS-CR-R FROM 1 BY 1 UNTIL WS-CR-R > 4
               IF WS-CR-REASON-CODE(WS-CR-R) IS EQUAL TO WS-CR-REASON
                   MOVE "y" TO WS-CR-OK
               END-IF
           END-PERFORM
           IF WS-CR-OK IS NOT EQUAL TO "y"
               DISPLAY "Unknown reason code"
           ELSE
               MOVE SPACES TO WS-CR-APPROVER
               PERFORM CHECK-REFUNDABLE-FEE
           END-IF
           IF WS-CR-OK IS EQUAL TO "y"
               PERFORM SUM-MEMBER-REFUNDS
               IF WS-STAFF-ROLE IS EQUAL TO "S"
                   MOVE WS-CR-SUPER-ITEM-LIMIT TO WS-CR-ITEM-LIMIT
                   MOVE WS-CR-SUPER-YEAR-LIMIT TO WS-CR-YEAR-LIMIT
               ELSE
                   MOVE WS-CR-TELLER-ITEM-LIMIT TO WS-CR-ITEM-LIMIT
                   MOVE WS-CR-TELLER-YEAR-LIMIT TO WS-CR-YEAR-LIMIT
               END-IF
               IF WS-CR-AMMOUNT > WS-CR-ITEM-LIMIT OR
                   WS-CR-YEAR-TOTAL + WS-CR-AMMOUNT > WS-CR-YEAR-LIMIT
                   DISPLAY "Refund of "WS-CR-AMMOUNT" is over your limit
      -                " (item "WS-CR-ITEM-LIMIT", year "
                       WS-CR-YEAR-LIMIT", refunded this year "
                       WS-CR-YEAR-TOTAL")"
                   PERFORM QUEUE-FEE-REFUND
               ELSE
                   MOVE WS-STAFF-ID-IN TO WS-CR-STAFF
                   PERFORM POST-FEE-REFUND
               END-IF
           END-IF.
      * Is WS-CR-FEE-TX a fee that can still be refunded? It must be
      * a charged account fee, not refunded already and, for a new
      * request, not already awaiting approval. Leaves the account,
      * its member, the amount and the fee's income category
       CHECK-REFUNDABLE-FEE.
           MOVE "n" TO WS-CR-OK
           MOVE WS-CR-FEE-TX TO TRANSACTION-NUMBER
           OPEN INPUT TRANSACTION-DETAILS
               READ TRANSACTION-DETAILS
                   INVALID KEY
                       DISPLAY "No such transaction"
                   NOT INVALID KEY
                       PERFORM CHECK-REFUND-FEE-MEMO
               END-READ
           CLOSE TRANSACTION-DETAILS
           IF WS-CR-OK IS EQUAL TO "y"
               MOVE WS-CR-FEE-TX TO FR-FEE-TX
               OPEN INPUT FEE-REFUNDS
                   READ FEE-REFUNDS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "n" TO WS-CR-OK
                           DISPLAY "That fee was already refunded on "
                               FR-DATE" by "FR-STAFF
                   END-READ
               CLOSE FEE-REFUNDS
           END-IF
      * An approval is itself working off the queued record, so only
      * a new request looks for one already waiting
           IF WS-CR-OK IS EQUAL TO "y" AND
               WS-CR-APPROVER IS EQUAL TO SPACES
               MOVE "n" TO WS-CR-EOF
               OPEN INPUT PENDING-CHANGES
               MOVE LOW-VALUES TO PC-ID
               START PENDING-CHANGES KEY IS GREATER THAN PC-ID
                   INVALID KEY MOVE "y" TO WS-CR-EOF
               END-START
               PERFORM UNTIL WS-CR-EOF IS EQUAL TO "y"
                   READ PENDING-CHANGES NEXT RECORD
                       AT END MOVE "y" TO WS-CR-EOF
                       NOT AT END
                           IF PC-TABLE IS EQUAL TO "REFND" AND
                               PC-KEY(1:10) IS EQUAL TO WS-CR-FEE-TX
                               MOVE "n" TO WS-CR-OK
                               MOVE "y" TO WS-CR-EOF
                               DISPLAY "That fee already has a refund aw
      -                            "aiting approval as change "PC-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGES
           END-IF
           IF WS-CR-OK IS EQUAL TO "y"
               MOVE WS-CR-ACCOUNT TO CREATE-ACCOUNT-ID
               OPEN INPUT ACCOUNT-DETAILS
                   READ ACCOUNT-DETAILS
                       INVALID KEY MOVE 0 TO CREATE-MEMBER-ID
                   END-READ
               CLOSE ACCOUNT-DETAILS
               MOVE CREATE-MEMBER-ID TO WS-CR-MEMBER
           END-IF.
      * The refundable fees are the account fees whose memo is also
      * their income-ledger category: NSF and low-balance fees and
      * the month-end assessed fees
       CHECK-REFUND-FEE-MEMO.
           IF TRANSACTION-MEMO IS EQUAL TO "NSF FEE" OR
               TRANSACTION-MEMO IS EQUAL TO "LOW BALANCE FEE"
               MOVE "y" TO WS-CR-OK
           END-IF
           PERFORM VARYING WS-CR-R FROM 1 BY 1 UNTIL WS-CR-R > 4
               IF TRANSACTION-MEMO IS EQUAL TO WS-FA-MEMO(WS-CR-R)
                   MOVE "y" TO WS-CR-OK
               END-IF
           END-PERFORM
           IF TRANSACTION-SIGN IS NOT EQUAL TO "-" OR
               TRANSACTION-AMMOUNT IS EQUAL TO 0
               MOVE "n" TO WS-CR-OK
           END-IF
           IF WS-CR-OK IS EQUAL TO "y"
               MOVE TRANSACTION-ID TO WS-CR-ACCOUNT
               MOVE TRANSACTION-AMMOUNT TO WS-CR-AMMOUNT
               MOVE TRANSACTION-MEMO TO WS-CR-CATEGORY
           ELSE
               DISPLAY "Transaction "WS-CR-FEE-TX" is not a refundable f
      -            "ee"
           END-IF.
      * What this member (or, with no member on file, this account)
      * has already had refunded in the current calendar year
       SUM-MEMBER-REFUNDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-YEAR TO WS-CR-YEAR
           MOVE 0 TO WS-CR-YEAR-TOTAL
           MOVE "n" TO WS-CR-EOF
           OPEN INPUT FEE-REFUNDS
           MOVE 0 TO FR-FEE-TX
           START FEE-REFUNDS KEY IS GREATER THAN FR-FEE-TX
               INVALID KEY MOVE "y" TO WS-CR-EOF
           END-START
           PERFORM UNTIL WS-CR-EOF IS EQUAL TO "y"
               READ FEE-REFUNDS NEXT RECORD
                   AT END MOVE "y" TO WS-CR-EOF
                   NOT AT END
                       IF FR-DATE(1:4) IS EQUAL TO WS-CR-YEAR AND
                           ((WS-CR-MEMBER > 0 AND
                           FR-MEMBER IS EQUAL TO WS-CR-MEMBER) OR
                           (WS-CR-MEMBER IS EQUAL TO 0 AND
                           FR-ACCOUNT IS EQUAL TO WS-CR-ACCOUNT))
                           ADD FR-AMMOUNT TO WS-CR-YEAR-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-REFUNDS.
      * Over the limit: stage the refund as a REFND change, keyed by
      * the fee's transaction number and the reason code
       QUEUE-FEE-REFUND.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "REFND" TO PC-TABLE
           MOVE SPACES TO PC-KEY
           STRING WS-CR-FEE-TX WS-CR-REASON
               DELIMITED BY SIZE INTO PC-KEY
           END-STRING
           MOVE WS-CR-AMMOUNT TO PC-NUM
           MOVE WS-CURRENT-DATE(3:6) TO PC-DATE
           MOVE "+" TO PC-SIGN
           MOVE SPACES TO PC-DESC
           STRING "REFUND " WS-CR-CATEGORY
               DELIMITED BY SIZE INTO PC-DESC
           END-STRING
           MOVE 0 TO PC-GL
           PERFORM QUEUE-TABLE-CHANGE.
      * A supervisor's approval of a queued refund: the fee is checked
      * again, since it may have been refunded since it was queued
       APPLY-QUEUED-REFUND.
           MOVE PC-KEY(1:10) TO WS-CR-FEE-TX
           MOVE PC-KEY(11:4) TO WS-CR-REASON
           MOVE WS-STAFF-ID-IN TO WS-CR-APPROVER
           PERFORM CHECK-REFUNDABLE-FEE
           IF WS-CR-OK IS EQUAL TO "y"
               MOVE PC-PROPOSED-BY TO WS-CR-STAFF
               PERFORM POST-FEE-REFUND
           END-IF.
      * Credit the fee back to the account as a FEE REFUND, reverse
      * the fee's income-ledger line, and record the refund against
      * the fee so it cannot be refunded again
       POST-FEE-REFUND.
           MOVE "y" TO WS-CR-OK
           MOVE "FR" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CR-ACCOUNT TO BALANCE-ID
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY
                       MOVE "n" TO WS-CR-OK
                       DISPLAY "Account "WS-CR-ACCOUNT" is not on file"
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS EQUAL TO "C"
                           MOVE "n" TO WS-CR-OK
                           DISPLAY "Account "WS-CR-ACCOUNT" is closed; n
      -                        "o refund posted"
                       ELSE
                           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                           ADD WS-CR-AMMOUNT TO BALANCE-AMMOUNT
                           REWRITE BALANCES
                               INVALID KEY MOVE "n" TO WS-CR-OK
                           END-REWRITE
                       END-IF
               END-READ
               IF WS-CR-OK IS EQUAL TO "y"
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE BALANCE-ID TO TRANSACTION-ID
                   MOVE WS-CR-AMMOUNT TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE "FEE REFUND" TO TRANSACTION-MEMO
                   MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-TRANSACTION-RECORD
                   MOVE TRANSACTION-NUMBER TO WS-CR-DONE-TX
                   MOVE BALANCE-ID TO WS-PJ-ACCOUNT
                   MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                   MOVE "FEE REFUND" TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
               END-IF
           CLOSE TRANSACTION-DETAILS
           CLOSE BALANCE-DETAILS
           IF WS-CR-OK IS EQUAL TO "y"
               MOVE WS-CR-CATEGORY TO WS-IL-CATEGORY
               MOVE WS-CR-AMMOUNT TO WS-IL-AMMOUNT
               MOVE "R" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
               MOVE WS-CR-FEE-TX TO FR-FEE-TX
               MOVE WS-CR-DONE-TX TO FR-REFUND-TX
               MOVE WS-CR-ACCOUNT TO FR-ACCOUNT
               MOVE WS-CR-MEMBER TO FR-MEMBER
               MOVE WS-CR-AMMOUNT TO FR-AMMOUNT
               MOVE WS-CR-CATEGORY TO FR-CATEGORY
               MOVE WS-CR-REASON TO FR-REASON
               MOVE WS-CR-STAFF TO FR-STAFF
               MOVE WS-CR-APPROVER TO FR-APPROVER
               MOVE WS-CURRENT-DATE TO FR-DATE
               OPEN I-O FEE-REFUNDS
                   WRITE FEE-REFUND-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to record the refund"
                   END-WRITE
               CLOSE FEE-REFUNDS
               MOVE "REFUND-FEE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING WS-CR-FEE-TX
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING WS-CR-CATEGORY " " WS-CR-AMMOUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "refund " WS-CR-DONE-TX " " WS-CR-REASON " "
                   WS-CR-STAFF
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
               DISPLAY "Fee "WS-CR-FEE-TX" refunded: "WS-CR-AMMOUNT
                   " to account "WS-CR-ACCOUNT" as transaction "
                   WS-CR-DONE-TX
           END-IF.
      * Monthly report of courtesy refunds by staff member and reason,
      * with the refunds still waiting on a supervisor
       FEE-REFUND-REPORT.
           DISPLAY "Enter report month (YYYYMM)..."
           ACCEPT WS-CR-MONTH
           MOVE 0 TO WS-CR-ROW-COUNT
           MOVE 0 TO WS-CR-COUNT
           MOVE 0 TO WS-CR-TOTAL
           MOVE 0 TO WS-CR-PENDING
           MOVE "n" TO WS-CR-EOF
           OPEN INPUT FEE-REFUNDS
           MOVE 0 TO FR-FEE-TX
           START FEE-REFUNDS KEY IS GREATER THAN FR-FEE-TX
               INVALID KEY MOVE "y" TO WS-CR-EOF
           END-START
           PERFORM UNTIL WS-CR-EOF IS EQUAL TO "y"
               READ FEE-REFUNDS NEXT RECORD
                   AT END MOVE "y" TO WS-CR-EOF
                   NOT AT END
                       IF FR-DATE(1:6) IS EQUAL TO WS-CR-MONTH
                           PERFORM TALLY-FEE-REFUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-REFUNDS
           MOVE "n" TO WS-CR-EOF
           OPEN INPUT PENDING-CHANGES
           MOVE LOW-VALUES TO PC-ID
           START PENDING-CHANGES KEY IS GREATER THAN PC-ID
               INVALID KEY MOVE "y" TO WS-CR-EOF
           END-START
           PERFORM UNTIL WS-CR-EOF IS EQUAL TO "y"
               READ PENDING-CHANGES NEXT RECORD
                   AT END MOVE "y" TO WS-CR-EOF
                   NOT AT END
                       IF PC-TABLE IS EQUAL TO "REFND"
                           ADD 1 TO WS-CR-PENDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGES
           DISPLAY "---- Courtesy fee refunds for "WS-CR-MONTH" ----"
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-ROW-COUNT
               MOVE SPACES TO WS-CR-CATEGORY
               PERFORM VARYING WS-CR-R FROM 1 BY 1 UNTIL WS-CR-R > 4
                   IF WS-CR-REASON-CODE(WS-CR-R) IS EQUAL TO
                       CR-ROW-REASON(WS-CR-IDX)
                       MOVE WS-CR-REASON-DESC(WS-CR-R) TO
                           WS-CR-CATEGORY
                   END-IF
               END-PERFORM
               DISPLAY "Staff "CR-ROW-STAFF(WS-CR-IDX)" reason "
                   CR-ROW-REASON(WS-CR-IDX)" "WS-CR-CATEGORY
                   " refunds "CR-ROW-COUNT(WS-CR-IDX)
                   " amount "CR-ROW-TOTAL(WS-CR-IDX)
           END-PERFORM
           DISPLAY "Fees refunded: "WS-CR-COUNT
           DISPLAY "Amount refunded: "WS-CR-TOTAL
           DISPLAY "Refunds awaiting supervisor approval: "
               WS-CR-PENDING.
       TALLY-FEE-REFUND.
           ADD 1 TO WS-CR-COUNT
           ADD FR-AMMOUNT TO WS-CR-TOTAL
           MOVE "n" TO WS-CR-FOUND
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-ROW-COUNT
               IF CR-ROW-STAFF(WS-CR-IDX) IS EQUAL TO FR-STAFF AND
                   CR-ROW-REASON(WS-CR-IDX) IS EQUAL TO FR-REASON
                   MOVE "y" TO WS-CR-FOUND
                   ADD 1 TO CR-ROW-COUNT(WS-CR-IDX)
                   ADD FR-AMMOUNT TO CR-ROW-TOTAL(WS-CR-IDX)
               END-IF
           END-PERFORM
           IF WS-CR-FOUND IS NOT EQUAL TO "y" AND
               WS-CR-ROW-COUNT < 100
               ADD 1 TO WS-CR-ROW-COUNT
               MOVE FR-STAFF TO CR-ROW-STAFF(WS-CR-ROW-COUNT)
               MOVE FR-REASON TO CR-ROW-REASON(WS-CR-ROW-COUNT)
               MOVE 1 TO CR-ROW-COUNT(WS-CR-ROW-COUNT)
               MOVE FR-AMMOUNT TO CR-ROW-TOTAL(WS-CR-ROW-COUNT)
           END-IF.
      * Branch master maintenance, the same write/read/browse command
      * shape the other tables use, plus 'assign' to rehome an
      * existing account at another branch
       MAINTAIN-BRANCHES.
           DISPLAY "Enter a command. 'write', 'read', 'browse', or 'as"
               "sign'"
           ACCEPT WS-BR-COMMAND
           IF WS-BR-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter branch code..."
               ACCEPT BRANCH-CODE
               DISPLAY "Enter branch name..."
               ACCEPT BRANCH-NAME
               DISPLAY "Enter status (A)open or (C)losed..."
               ACCEPT BRANCH-STATUS
               IF BRANCH-STATUS IS NOT EQUAL TO "C"
                   MOVE "A" TO BRANCH-STATUS
               END-IF
               IF BRANCH-CODE IS EQUAL TO SPACES
                   DISPLAY "A branch code is required"
               ELSE
                   OPEN I-O BRANCH-DETAILS
                       WRITE BRANCH-RECORD
                           INVALID KEY REWRITE BRANCH-RECORD
                           END-REWRITE
                       END-WRITE
                   CLOSE BRANCH-DETAILS
                   DISPLAY "Branch record saved for "BRANCH-CODE
                   MOVE "BRANCH-WRITE" TO WS-AUDIT-ACTION
                   MOVE BRANCH-CODE TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING BRANCH-NAME " status " BRANCH-STATUS
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           ELSE IF WS-BR-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter branch code..."
               ACCEPT BRANCH-CODE
               OPEN INPUT BRANCH-DETAILS
                   READ BRANCH-DETAILS
                       INVALID KEY DISPLAY "Unknown branch code..."
                       NOT INVALID KEY PERFORM SHOW-BRANCH-ROW
                   END-READ
               CLOSE BRANCH-DETAILS
           ELSE IF WS-BR-COMMAND IS EQUAL TO "browse"
               MOVE "n" TO WS-BR-EOF
               OPEN INPUT BRANCH-DETAILS
               MOVE LOW-VALUES TO BRANCH-CODE
               START BRANCH-DETAILS KEY IS GREATER THAN BRANCH-CODE
                   INVALID KEY MOVE "y" TO WS-BR-EOF
               END-START
               PERFORM UNTIL WS-BR-EOF IS EQUAL TO "y"
                   READ BRANCH-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-BR-EOF
                       NOT AT END PERFORM SHOW-BRANCH-ROW
                   END-READ
               END-PERFORM
               CLOSE BRANCH-DETAILS
           ELSE IF WS-BR-COMMAND IS EQUAL TO "assign"
               PERFORM ASSIGN-ACCOUNT-BRANCH
           ELSE
               DISPLAY "Unknown command"
           END-IF.
       SHOW-BRANCH-ROW.
           DISPLAY BRANCH-CODE" "BRANCH-NAME" status "BRANCH-STATUS.
      * Rehome one account at another open branch; its history keeps
      * the branch each posting was made at
       ASSIGN-ACCOUNT-BRANCH.
           DISPLAY "Enter account ID..."
           ACCEPT WS-BR-ACCOUNT
           DISPLAY "Enter the new home branch code..."
           ACCEPT WS-BR-CHECK
           PERFORM VALIDATE-BRANCH-CODE
           IF WS-BR-ACTIVE IS NOT EQUAL TO "y"
               DISPLAY "Branch "WS-BR-CHECK" is not an open branch; no c
      -            "hange made"
           ELSE
               MOVE WS-BR-ACCOUNT TO CREATE-ACCOUNT-ID
               OPEN I-O ACCOUNT-DETAILS
                   READ ACCOUNT-DETAILS
                       INVALID KEY DISPLAY "Account not recognized..."
                       NOT INVALID KEY
                           MOVE CREATE-HOME-BRANCH TO WS-BR-OLD
                           IF WS-BR-OLD IS EQUAL TO SPACES
                               MOVE WS-MAIN-BRANCH TO WS-BR-OLD
                           END-IF
                           MOVE WS-BR-CHECK TO CREATE-HOME-BRANCH
                           REWRITE CREATE-ACCOUNT
                               INVALID KEY
                                   DISPLAY "Error: rehome failed"
                               NOT INVALID KEY
                                   DISPLAY "Account "CREATE-ACCOUNT-ID
                                       " moved from branch "WS-BR-OLD
                                       " to branch "WS-BR-CHECK
                                   MOVE "BRANCH-ASGN" TO
                                       WS-AUDIT-ACTION
                                   MOVE SPACES TO WS-AUDIT-KEY
                                   STRING CREATE-ACCOUNT-ID
                                       DELIMITED BY SIZE
                                       INTO WS-AUDIT-KEY
                                   END-STRING
                                   MOVE WS-BR-OLD TO WS-AUDIT-BEFORE
                                   MOVE WS-BR-CHECK TO WS-AUDIT-AFTER
                                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                                   PERFORM LOG-MAINTENANCE-ACTION
                           END-REWRITE
                   END-READ
               CLOSE ACCOUNT-DETAILS
           END-IF.
      * Look WS-BR-CHECK up on the branch master: WS-BR-FOUND says it
      * is on file, WS-BR-ACTIVE that it is open for business. The
      * main branch always counts as open, master record or not
       VALIDATE-BRANCH-CODE.
           MOVE "n" TO WS-BR-FOUND
           MOVE "n" TO WS-BR-ACTIVE
           MOVE WS-BR-CHECK TO BRANCH-CODE
           OPEN INPUT BRANCH-DETAILS
               READ BRANCH-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "y" TO WS-BR-FOUND
                       IF BRANCH-STATUS IS NOT EQUAL TO "C"
                           MOVE "y" TO WS-BR-ACTIVE
                       END-IF
               END-READ
           CLOSE BRANCH-DETAILS
           IF WS-BR-CHECK IS EQUAL TO WS-MAIN-BRANCH
               MOVE "y" TO WS-BR-FOUND
               MOVE "y" TO WS-BR-ACTIVE
           END-IF.
      * Settle the branch code just keyed into WS-BR-CHECK: blank is
      * the main branch, and a code that is not an open branch falls
      * back to the main branch with a warning
       TAKE-ACTIVE-BRANCH.
           IF WS-BR-CHECK IS EQUAL TO SPACES
               MOVE WS-MAIN-BRANCH TO WS-BR-CHECK
           END-IF
           PERFORM VALIDATE-BRANCH-CODE
           IF WS-BR-ACTIVE IS NOT EQUAL TO "y"
               DISPLAY "Branch "WS-BR-CHECK" is not an open branch; so t
      -            "he main branch is used"
               MOVE WS-MAIN-BRANCH TO WS-BR-CHECK
           END-IF.
      * Home branch for an account being opened
       TAKE-HOME-BRANCH.
           DISPLAY "Enter the home branch code (blank for the main bra"
               "nch)..."
           ACCEPT WS-BR-CHECK
           PERFORM TAKE-ACTIVE-BRANCH
           MOVE WS-BR-CHECK TO CREATE-HOME-BRANCH.
      * Branch scope for the daily ops reports: a branch code keyed
      * here limits the run to that branch; blank, an unknown code,
      * or a run from the batch chain covers every branch
       SELECT-REPORT-BRANCH.
           MOVE SPACES TO WS-BR-REPORT
           IF LS-BATCH-COMMAND IS EQUAL TO SPACES
               DISPLAY "Enter branch code (blank for all branches)..."
               ACCEPT WS-BR-REPORT
           END-IF
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               MOVE WS-BR-REPORT TO WS-BR-CHECK
               PERFORM VALIDATE-BRANCH-CODE
               IF WS-BR-FOUND IS NOT EQUAL TO "y"
                   DISPLAY "Unknown branch "WS-BR-REPORT"; reporting all
      -                " branches"
                   MOVE SPACES TO WS-BR-REPORT
               END-IF
           END-IF
           IF WS-BR-REPORT IS EQUAL TO SPACES
               DISPLAY "Scope: all branches, consolidated"
           ELSE
               DISPLAY "Scope: branch "WS-BR-REPORT
           END-IF.
      * Is the branch code in WS-BR-CHECK inside the report's scope?
      * A blank code is the main branch
       CHECK-BRANCH-SCOPE.
           IF WS-BR-CHECK IS EQUAL TO SPACES
               MOVE WS-MAIN-BRANCH TO WS-BR-CHECK
           END-IF
           IF WS-BR-REPORT IS EQUAL TO SPACES OR
               WS-BR-CHECK IS EQUAL TO WS-BR-REPORT
               MOVE "y" TO WS-BR-IN-SCOPE
           ELSE
               MOVE "n" TO WS-BR-IN-SCOPE
           END-IF.
      * The same test for account WS-BR-ACCOUNT by its home branch;
      * ACCOUNT-DETAILS must already be open for input
       CHECK-ACCOUNT-BRANCH-SCOPE.
           MOVE SPACES TO WS-BR-CHECK
           IF WS-BR-REPORT IS NOT EQUAL TO SPACES
               MOVE WS-BR-ACCOUNT TO CREATE-ACCOUNT-ID
               READ ACCOUNT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CREATE-HOME-BRANCH TO WS-BR-CHECK
               END-READ
           END-IF
           PERFORM CHECK-BRANCH-SCOPE.
      * Monthly relationship-officer portfolio report: per officer the
      * members assigned, their deposits on the latest balance
      * snapshot, loan balances and how many loans are delinquent or
      * charged off, term deposits maturing and KYC reviews falling
      * due inside the look-ahead window. Members who hold a loan or
      * term deposit, or are businesses, and have no officer are
      * listed after the officers so they can be assigned
       OFFICER-PORTFOLIO-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-OP-TODAY
           COMPUTE WS-OP-TODAY-YMD = 20000000 + WS-OP-TODAY
           COMPUTE WS-OP-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-OP-TODAY-YMD)
           COMPUTE WS-OP-HORIZON-INT =
               WS-OP-TODAY-INT + WS-OP-WINDOW-DAYS
           COMPUTE WS-OP-HORIZON-YMD =
               FUNCTION DATE-OF-INTEGER(WS-OP-HORIZON-INT)
           MOVE 0 TO WS-OP-OFFICER-COUNT
           MOVE 0 TO WS-OP-MEMBER-COUNT
           MOVE 0 TO WS-OP-NOT-TABLED
           MOVE 0 TO WS-OP-UNASSIGNED
           PERFORM LOAD-OP-MEMBERS
           PERFORM FIND-OP-SNAPSHOT-DATE
           PERFORM SCAN-OP-ACCOUNTS
           MOVE WS-OP-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "officerportfolio." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-OFFICER-REPORT-PATH
           OPEN OUTPUT OFFICER-REPORT-FILE
           MOVE SPACES TO OFFICER-REPORT-LINE
           STRING "OFFICER PORTFOLIO " WS-OP-TODAY
               " snapshot=" WS-OP-SNAP-DATE
               " window-days=" WS-OP-WINDOW-DAYS
               " officers=" WS-OP-OFFICER-COUNT
               DELIMITED BY SIZE INTO OFFICER-REPORT-LINE
           END-STRING
           WRITE OFFICER-REPORT-LINE
           DISPLAY OFFICER-REPORT-LINE
           IF WS-OP-SNAP-DATE IS EQUAL TO 0
               MOVE "No balance snapshot is on file; deposits show as ze
      -            "ro" TO OFFICER-REPORT-LINE
               WRITE OFFICER-REPORT-LINE
               DISPLAY OFFICER-REPORT-LINE
           END-IF
           PERFORM VARYING WS-OP-O FROM 1 BY 1
               UNTIL WS-OP-O > WS-OP-OFFICER-COUNT
               PERFORM WRITE-OP-OFFICER-LINE
           END-PERFORM
           PERFORM VARYING WS-OP-M FROM 1 BY 1
               UNTIL WS-OP-M > WS-OP-MEMBER-COUNT
               IF OPM-OFFICER(WS-OP-M) IS EQUAL TO 0 AND
                   OPM-NEEDS(WS-OP-M) IS EQUAL TO "y"
                   ADD 1 TO WS-OP-UNASSIGNED
                   MOVE SPACES TO OFFICER-REPORT-LINE
                   STRING "UNASSIGNED member=" OPM-MEMBER-ID(WS-OP-M)
                       " holds a loan, a term deposit or is a business"
                       DELIMITED BY SIZE INTO OFFICER-REPORT-LINE
                   END-STRING
                   WRITE OFFICER-REPORT-LINE
                   DISPLAY OFFICER-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO OFFICER-REPORT-LINE
           STRING "TOTAL members=" WS-OP-MEMBER-COUNT
               " unassigned-needing-officer=" WS-OP-UNASSIGNED
               " not-tabled=" WS-OP-NOT-TABLED
               DELIMITED BY SIZE INTO OFFICER-REPORT-LINE
           END-STRING
           WRITE OFFICER-REPORT-LINE
           DISPLAY OFFICER-REPORT-LINE
           CLOSE OFFICER-REPORT-FILE
           MOVE "OFFICER REPORT" TO WS-RC-TYPE
           MOVE WS-OP-OFFICER-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Every live member into the member table; a member retired by
      * a merge is a tombstone and is skipped. Officers are tabled as
      * they are met, each checked against the staff file once
       LOAD-OP-MEMBERS.
           MOVE "n" TO WS-OP-EOF
           OPEN INPUT MEMBER-DETAILS
           OPEN INPUT STAFF-DETAILS
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
               INVALID KEY MOVE "y" TO WS-OP-EOF
           END-START
           PERFORM UNTIL WS-OP-EOF IS EQUAL TO "y"
               READ MEMBER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-OP-EOF
               END-READ
               IF WS-OP-EOF IS NOT EQUAL TO "y" AND
                   MEMBER-MERGED-INTO IS EQUAL TO 0
                   PERFORM TABLE-OP-MEMBER
               END-IF
           END-PERFORM
           CLOSE STAFF-DETAILS
           CLOSE MEMBER-DETAILS.
       TABLE-OP-MEMBER.
           IF WS-OP-MEMBER-COUNT IS NOT LESS THAN WS-OP-MEMBER-MAX
               ADD 1 TO WS-OP-NOT-TABLED
           ELSE
               ADD 1 TO WS-OP-MEMBER-COUNT
               MOVE WS-OP-MEMBER-COUNT TO WS-OP-M
               MOVE MEMBER-ID TO OPM-MEMBER-ID(WS-OP-M)
               MOVE 0 TO OPM-OFFICER(WS-OP-M)
               MOVE "n" TO OPM-NEEDS(WS-OP-M)
               IF MEMBER-TYPE IS EQUAL TO "B"
                   MOVE "y" TO OPM-NEEDS(WS-OP-M)
               END-IF
               IF MEMBER-OFFICER-ID IS NOT EQUAL TO SPACES
                   PERFORM FIND-OP-OFFICER
                   IF WS-OP-O > 0
                       MOVE WS-OP-O TO OPM-OFFICER(WS-OP-M)
                       ADD 1 TO OP-MEMBERS(WS-OP-O)
      * A deceased member's file is settled through the estate, not
      * re-reviewed; a review never dated is the most overdue of all
                       IF MEMBER-DECEASED-DATE IS EQUAL TO 0 AND
                           MEMBER-KYC-REVIEW-DATE IS NOT GREATER THAN
                           WS-OP-HORIZON-YMD
                           ADD 1 TO OP-KYC-DUE(WS-OP-O)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * The officer row for MEMBER-OFFICER-ID in WS-OP-O, added with
      * the name from the staff file when not yet tabled; 0 when the
      * officer table is full
       FIND-OP-OFFICER.
           MOVE 0 TO WS-OP-O
           MOVE "n" TO WS-OP-FOUND
           PERFORM VARYING WS-OP-K FROM 1 BY 1
               UNTIL WS-OP-K > WS-OP-OFFICER-COUNT OR
               WS-OP-FOUND IS EQUAL TO "y"
               IF OP-OFFICER-ID(WS-OP-K) IS EQUAL TO MEMBER-OFFICER-ID
                   MOVE "y" TO WS-OP-FOUND
                   MOVE WS-OP-K TO WS-OP-O
               END-IF
           END-PERFORM
           IF WS-OP-FOUND IS NOT EQUAL TO "y"
               IF WS-OP-OFFICER-COUNT < 100
                   ADD 1 TO WS-OP-OFFICER-COUNT
                   MOVE WS-OP-OFFICER-COUNT TO WS-OP-O
                   INITIALIZE WS-OP-ENTRY(WS-OP-O)
                   MOVE MEMBER-OFFICER-ID TO OP-OFFICER-ID(WS-OP-O)
                   MOVE "n" TO OP-GONE(WS-OP-O)
                   MOVE MEMBER-OFFICER-ID TO STAFF-ID
                   READ STAFF-DETAILS
                       INVALID KEY
                           MOVE "y" TO OP-GONE(WS-OP-O)
                       NOT INVALID KEY
                           MOVE STAFF-NAME TO OP-OFFICER-NAME(WS-OP-O)
                   END-READ
               END-IF
           END-IF.
      * The newest date on the balance snapshot file, 0 when empty
       FIND-OP-SNAPSHOT-DATE.
           MOVE 0 TO WS-OP-SNAP-DATE
           MOVE "n" TO WS-OP-EOF
           OPEN INPUT SNAPSHOT-DETAILS
           MOVE LOW-VALUES TO SNAP-KEY
           START SNAPSHOT-DETAILS KEY IS GREATER THAN SNAP-KEY
               INVALID KEY MOVE "y" TO WS-OP-EOF
           END-START
           PERFORM UNTIL WS-OP-EOF IS EQUAL TO "y"
               READ SNAPSHOT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-OP-EOF
                   NOT AT END
                       IF SNAP-DATE > WS-OP-SNAP-DATE
                           MOVE SNAP-DATE TO WS-OP-SNAP-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-DETAILS.
      * One pass over the accounts, each rolled into its member's
      * officer: the snapshot balance, the loan and the term deposit
      * it holds. A loan or term deposit marks the member as one who
      * ought to have an officer whether or not one is assigned
       SCAN-OP-ACCOUNTS.
           MOVE "n" TO WS-OP-EOF
           OPEN INPUT ACCOUNT-DETAILS
           OPEN INPUT SNAPSHOT-DETAILS
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT TERM-DEPOSIT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-OP-EOF
           END-START
           PERFORM UNTIL WS-OP-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-OP-EOF
               END-READ
               IF WS-OP-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS NOT EQUAL TO 0
                   MOVE "n" TO WS-OP-FOUND
                   PERFORM VARYING WS-OP-K FROM 1 BY 1
                       UNTIL WS-OP-K > WS-OP-MEMBER-COUNT OR
                       WS-OP-FOUND IS EQUAL TO "y"
                       IF OPM-MEMBER-ID(WS-OP-K) IS EQUAL TO
                           CREATE-MEMBER-ID
                           MOVE "y" TO WS-OP-FOUND
                           MOVE WS-OP-K TO WS-OP-M
                       END-IF
                   END-PERFORM
                   IF WS-OP-FOUND IS EQUAL TO "y"
                       MOVE OPM-OFFICER(WS-OP-M) TO WS-OP-O
                       PERFORM ROLL-OP-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
           CLOSE SNAPSHOT-DETAILS
           CLOSE LOAN-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE TERM-DEPOSIT-DETAILS.
       ROLL-OP-ACCOUNT.
           IF WS-OP-O > 0 AND WS-OP-SNAP-DATE > 0
               MOVE WS-OP-SNAP-DATE TO SNAP-DATE
               MOVE CREATE-ACCOUNT-ID TO SNAP-ACCOUNT-ID
               READ SNAPSHOT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SNAP-AMMOUNT > 0
                           ADD SNAP-AMMOUNT TO OP-DEPOSITS(WS-OP-O)
                       END-IF
               END-READ
           END-IF
           MOVE CREATE-ACCOUNT-ID TO LOAN-ACCOUNT-ID
           READ LOAN-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
      * A loan with no term left is paid off and no longer counts
                   IF LOAN-TERM > 0 OR LOAN-DELINQ-STATUS = "X"
                       MOVE "y" TO OPM-NEEDS(WS-OP-M)
                       IF WS-OP-O > 0
                           PERFORM ROLL-OP-LOAN
                       END-IF
                   END-IF
           END-READ
           MOVE CREATE-ACCOUNT-ID TO TD-ACCOUNT-ID
           READ TERM-DEPOSIT-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "y" TO OPM-NEEDS(WS-OP-M)
                   COMPUTE WS-OP-MATURITY-YMD =
                       20000000 + TD-MATURITY-DATE
                   IF WS-OP-O > 0 AND
                       WS-OP-MATURITY-YMD IS NOT LESS THAN
                       WS-OP-TODAY-YMD AND
                       WS-OP-MATURITY-YMD IS NOT GREATER THAN
                       WS-OP-HORIZON-YMD
                       ADD 1 TO OP-TD-COUNT(WS-OP-O)
                       ADD TD-AMMOUNT TO OP-TD-AMOUNT(WS-OP-O)
                   END-IF
           END-READ.
      * A charged-off loan is counted on its own; a live one adds its
      * remaining principal, and a late or seriously past-due one is
      * counted delinquent as well
       ROLL-OP-LOAN.
           IF LOAN-DELINQ-STATUS IS EQUAL TO "X"
               ADD 1 TO OP-CHARGED-OFF(WS-OP-O)
           ELSE
               PERFORM FIND-LOAN-REMAINING-PRINCIPAL
               ADD 1 TO OP-LOAN-COUNT(WS-OP-O)
               ADD WS-VR-REMAIN TO OP-LOAN-BALANCE(WS-OP-O)
               IF LOAN-DELINQ-STATUS IS EQUAL TO "L" OR
                   LOAN-DELINQ-STATUS IS EQUAL TO "S"
                   ADD 1 TO OP-DELINQ-COUNT(WS-OP-O)
                   ADD WS-VR-REMAIN TO OP-DELINQ-BALANCE(WS-OP-O)
               END-IF
           END-IF.
       WRITE-OP-OFFICER-LINE.
           MOVE SPACES TO WS-OP-STAFF-NOTE
           IF OP-GONE(WS-OP-O) IS EQUAL TO "y"
               MOVE " NOT-ON-STAFF-FILE" TO WS-OP-STAFF-NOTE
           END-IF
           MOVE SPACES TO OFFICER-REPORT-LINE
           STRING "OFFICER " OP-OFFICER-ID(WS-OP-O)
               " " OP-OFFICER-NAME(WS-OP-O)
               " members=" OP-MEMBERS(WS-OP-O)
               " deposits=" OP-DEPOSITS(WS-OP-O)
               " loans=" OP-LOAN-COUNT(WS-OP-O)
               " loan-balance=" OP-LOAN-BALANCE(WS-OP-O)
               " delinquent=" OP-DELINQ-COUNT(WS-OP-O)
               " delinquent-balance=" OP-DELINQ-BALANCE(WS-OP-O)
               " charged-off=" OP-CHARGED-OFF(WS-OP-O)
               " td-maturing=" OP-TD-COUNT(WS-OP-O)
               " td-amount=" OP-TD-AMOUNT(WS-OP-O)
               " kyc-due=" OP-KYC-DUE(WS-OP-O)
               WS-OP-STAFF-NOTE
               DELIMITED BY SIZE INTO OFFICER-REPORT-LINE
           END-STRING
           WRITE OFFICER-REPORT-LINE
           DISPLAY OFFICER-REPORT-LINE.
      * Campaign code for an account being opened; blank opens it
      * without a promotion, and a code that cannot be used is
      * reported without stopping the opening
       TAKE-PROMO-CAMPAIGN.
           DISPLAY "Enter a promotion campaign code (blank for none)..."
           ACCEPT WS-PB-CODE
           IF WS-PB-CODE IS NOT EQUAL TO SPACES
               MOVE CREATE-ACCOUNT-TYPE TO WS-PB-PRODUCT
               PERFORM CHECK-PROMO-CAMPAIGN
               IF WS-PB-VALID IS EQUAL TO "y"
                   PERFORM ENROLL-PROMO-ACCOUNT
               ELSE
                   DISPLAY "The account is opened without a promotion"
               END-IF
           END-IF.
      * Can an account of product WS-PB-PRODUCT opened today enroll
      * in campaign WS-PB-CODE? The campaign must be on file, today
      * inside its opening dates, and the product on its list or
      * the list blank
       CHECK-PROMO-CAMPAIGN.
           MOVE "n" TO WS-PB-VALID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-PB-TODAY
           MOVE WS-PB-CODE TO CAMP-CODE
           OPEN INPUT PROMO-CAMPAIGNS
               READ PROMO-CAMPAIGNS
                   INVALID KEY
                       DISPLAY "No such promotion campaign "WS-PB-CODE
                   NOT INVALID KEY MOVE "y" TO WS-PB-VALID
               END-READ
           CLOSE PROMO-CAMPAIGNS
           IF WS-PB-VALID IS EQUAL TO "y"
               IF WS-PB-TODAY < CAMP-START-DATE OR
                   WS-PB-TODAY > CAMP-END-DATE
                   DISPLAY "Campaign "WS-PB-CODE" is not open to new "
                       "accounts today"
                   MOVE "n" TO WS-PB-VALID
               ELSE IF CAMP-PRODUCTS IS NOT EQUAL TO SPACES
                   MOVE "n" TO WS-PB-VALID
                   PERFORM VARYING WS-PB-P FROM 1 BY 1
                       UNTIL WS-PB-P > 5
                       IF CAMP-PRODUCT(WS-PB-P) IS EQUAL TO
                           WS-PB-PRODUCT
                           MOVE "y" TO WS-PB-VALID
                       END-IF
                   END-PERFORM
                   IF WS-PB-VALID IS NOT EQUAL TO "y"
                       DISPLAY "Campaign "WS-PB-CODE" does not cover "
                           "product "WS-PB-PRODUCT
                   END-IF
               END-IF
               END-IF
           END-IF.
      * Enroll the account just opened, CREATE-ACCOUNT-ID, in campaign
      * WS-PB-CODE. Its activity is counted from the opening month
       ENROLL-PROMO-ACCOUNT.
           MOVE CREATE-ACCOUNT-ID TO PE-ACCOUNT-ID
           MOVE WS-PB-CODE TO PE-CAMPAIGN
           MOVE WS-PB-TODAY TO PE-OPEN-DATE
           MOVE "E" TO PE-STATUS
           MOVE 0 TO PE-DEPOSITS
           MOVE 0 TO PE-PAYROLL-COUNT
           DIVIDE WS-PB-TODAY BY 100 GIVING PE-SEEN-MONTH
           MOVE 0 TO PE-SEEN-DEPOSITS
           MOVE 0 TO PE-SEEN-PAYROLL
           MOVE 0 TO PE-FUNDED-DATE
           MOVE 0 TO PE-STATUS-DATE
           MOVE 0 TO PE-BONUS-TX
           OPEN I-O PROMO-ENROLLMENTS
               WRITE PROMO-ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "Error: account "CREATE-ACCOUNT-ID
                           " is already enrolled in a promotion"
                   NOT INVALID KEY
                       DISPLAY "Account "CREATE-ACCOUNT-ID
                           " enrolled in promotion "WS-PB-CODE
               END-WRITE
           CLOSE PROMO-ENROLLMENTS.
      * Nightly promotion tracking: every enrollment still open rolls
      * up its new activity, qualifies once its campaign's rule is
      * met or expires once the rule can no longer be met, and a
      * qualified account is paid its bonus on or after the payout
      * date. The paid status keeps a rerun from paying twice
       RUN-PROMO-BATCH.
           MOVE "PB" TO WS-TX-CHANNEL
           MOVE "PROMOBAT" TO WS-TX-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-PB-TODAY
           DIVIDE WS-PB-TODAY BY 100 GIVING WS-PB-MONTH
           COMPUTE WS-PB-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PB-TODAY)
           MOVE 0 TO WS-PB-TRACKED
           MOVE 0 TO WS-PB-QUALIFIED
           MOVE 0 TO WS-PB-EXPIRED
           MOVE 0 TO WS-PB-PAID-COUNT
           MOVE 0 TO WS-PB-PAID-TOTAL
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "promobonus." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROMO-REPORT-PATH
           OPEN OUTPUT PROMO-REPORT-FILE
           MOVE SPACES TO PROMO-REPORT-LINE
           STRING "PROMOTION CAMPAIGN TRACKING " WS-PB-TODAY
               DELIMITED BY SIZE INTO PROMO-REPORT-LINE
           END-STRING
           WRITE PROMO-REPORT-LINE
           MOVE 0 TO WS-PB-LAST-ID
           MOVE "y" TO WS-PB-MORE
           PERFORM UNTIL WS-PB-MORE IS NOT EQUAL TO "y"
               PERFORM NEXT-PROMO-ENROLLMENT
               IF WS-PB-MORE IS EQUAL TO "y"
                   PERFORM TRACK-PROMO-ENROLLMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO PROMO-REPORT-LINE
           STRING "TOTAL tracked=" WS-PB-TRACKED
               " qualified=" WS-PB-QUALIFIED
               " expired=" WS-PB-EXPIRED
               " paid=" WS-PB-PAID-COUNT
               " amount=" WS-PB-PAID-TOTAL
               DELIMITED BY SIZE INTO PROMO-REPORT-LINE
           END-STRING
           WRITE PROMO-REPORT-LINE
           DISPLAY PROMO-REPORT-LINE
           CLOSE PROMO-REPORT-FILE
           MOVE "PROMO BONUS" TO WS-RC-TYPE
           MOVE WS-PB-PAID-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * The next enrollment after WS-PB-LAST-ID that is still
      * enrolled or qualified and waiting to be paid
       NEXT-PROMO-ENROLLMENT.
           MOVE "n" TO WS-PB-MORE
           MOVE "n" TO WS-PB-EOF
           OPEN INPUT PROMO-ENROLLMENTS
           MOVE WS-PB-LAST-ID TO PE-ACCOUNT-ID
           START PROMO-ENROLLMENTS KEY IS GREATER THAN PE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-PB-EOF
           END-START
           PERFORM UNTIL WS-PB-EOF IS EQUAL TO "y"
               READ PROMO-ENROLLMENTS NEXT RECORD
                   AT END MOVE "y" TO WS-PB-EOF
                   NOT AT END
                       MOVE PE-ACCOUNT-ID TO WS-PB-LAST-ID
                       IF PE-STATUS IS EQUAL TO "E" OR
                           PE-STATUS IS EQUAL TO "Q"
                           MOVE "y" TO WS-PB-MORE
                           MOVE "y" TO WS-PB-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMO-ENROLLMENTS.
      * Track enrollment WS-PB-LAST-ID for tonight: a closed account
      * or one gone from the balance file expires, otherwise the
      * rule is tested and a qualified account paid once its payout
      * date has come
       TRACK-PROMO-ENROLLMENT.
           ADD 1 TO WS-PB-TRACKED
           MOVE SPACES TO WS-PB-OUTCOME
           OPEN I-O PROMO-ENROLLMENTS
           MOVE WS-PB-LAST-ID TO PE-ACCOUNT-ID
           READ PROMO-ENROLLMENTS
               INVALID KEY MOVE "NOT-FOUND" TO WS-PB-OUTCOME
           END-READ
           IF WS-PB-OUTCOME IS EQUAL TO SPACES
               PERFORM LOAD-PROMO-CAMPAIGN-ACCOUNT
               IF WS-PB-CAMP-OK IS NOT EQUAL TO "y"
                   MOVE "NO-CAMPAIGN" TO WS-PB-OUTCOME
               ELSE IF WS-PB-ACCOUNT-OK IS NOT EQUAL TO "y"
                   PERFORM EXPIRE-PROMO-ENROLLMENT
                   MOVE "CLOSED" TO WS-PB-OUTCOME
               ELSE
                   IF PE-STATUS IS EQUAL TO "E"
                       PERFORM CHECK-PROMO-RULE
                   END-IF
                   IF PE-STATUS IS EQUAL TO "Q" AND
                       WS-PB-TODAY IS NOT LESS THAN CAMP-PAYOUT-DATE
                       PERFORM PAY-PROMO-BONUS
                   END-IF
               END-IF
               END-IF
               IF WS-PB-OUTCOME IS EQUAL TO SPACES
                   IF PE-STATUS IS EQUAL TO "Q"
                       MOVE "AWAITING PAY" TO WS-PB-OUTCOME
                   ELSE
                       MOVE "IN PROGRESS" TO WS-PB-OUTCOME
                   END-IF
               END-IF
               REWRITE PROMO-ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to update the promotion "
                           "enrollment for account "PE-ACCOUNT-ID
               END-REWRITE
           END-IF
           CLOSE PROMO-ENROLLMENTS
           MOVE SPACES TO PROMO-REPORT-LINE
           STRING "account=" WS-PB-LAST-ID
               " campaign=" PE-CAMPAIGN
               " status=" PE-STATUS
               " deposits=" PE-DEPOSITS
               " payroll=" PE-PAYROLL-COUNT
               " " WS-PB-OUTCOME
               DELIMITED BY SIZE INTO PROMO-REPORT-LINE
           END-STRING
           WRITE PROMO-REPORT-LINE.
      * The enrollment's campaign, and whether its account is still
      * open along with its balance
       LOAD-PROMO-CAMPAIGN-ACCOUNT.
           MOVE "n" TO WS-PB-CAMP-OK
           MOVE PE-CAMPAIGN TO CAMP-CODE
           OPEN INPUT PROMO-CAMPAIGNS
               READ PROMO-CAMPAIGNS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "y" TO WS-PB-CAMP-OK
               END-READ
           CLOSE PROMO-CAMPAIGNS
           MOVE "n" TO WS-PB-ACCOUNT-OK
           MOVE 0 TO WS-PB-BALANCE
           MOVE PE-ACCOUNT-ID TO BALANCE-ID
           OPEN INPUT BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS NOT EQUAL TO "C" AND
                           BALANCE-STATUS IS NOT EQUAL TO "X"
                           MOVE "y" TO WS-PB-ACCOUNT-OK
                           MOVE BALANCE-AMMOUNT TO WS-PB-BALANCE
                       END-IF
               END-READ
           CLOSE BALANCE-DETAILS.
      * Roll up the new activity while the window is open and test
      * the campaign's rule. The window runs the campaign's window
      * days from the opening date; a balance-rule account must
      * reach the minimum inside it and then never fall below the
      * minimum on any night up to the hold date
       CHECK-PROMO-RULE.
           COMPUTE WS-PB-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(PE-OPEN-DATE) + CAMP-WINDOW-DAYS
           IF WS-PB-TODAY-INT IS NOT GREATER THAN WS-PB-WINDOW-INT
               PERFORM ROLL-PROMO-ACTIVITY
           END-IF
           IF CAMP-RULE IS EQUAL TO "D"
               IF PE-DEPOSITS IS NOT LESS THAN CAMP-MIN-AMMOUNT
                   PERFORM QUALIFY-PROMO-ENROLLMENT
               ELSE IF WS-PB-TODAY-INT > WS-PB-WINDOW-INT
                   PERFORM EXPIRE-PROMO-ENROLLMENT
               END-IF
               END-IF
           ELSE IF CAMP-RULE IS EQUAL TO "P"
               IF PE-PAYROLL-COUNT IS NOT LESS THAN CAMP-PAYROLL-COUNT
                   PERFORM QUALIFY-PROMO-ENROLLMENT
               ELSE IF WS-PB-TODAY-INT > WS-PB-WINDOW-INT
                   PERFORM EXPIRE-PROMO-ENROLLMENT
               END-IF
               END-IF
           ELSE IF CAMP-RULE IS EQUAL TO "B"
               IF PE-FUNDED-DATE IS EQUAL TO 0
                   IF WS-PB-BALANCE IS NOT LESS THAN CAMP-MIN-AMMOUNT
                       MOVE WS-PB-TODAY TO PE-FUNDED-DATE
                   ELSE IF WS-PB-TODAY-INT > WS-PB-WINDOW-INT
                       PERFORM EXPIRE-PROMO-ENROLLMENT
                   END-IF
                   END-IF
               ELSE IF WS-PB-BALANCE < CAMP-MIN-AMMOUNT
                   PERFORM EXPIRE-PROMO-ENROLLMENT
                   MOVE "BALANCE LOW" TO WS-PB-OUTCOME
               END-IF
               END-IF
               IF PE-STATUS IS EQUAL TO "E" AND
                   PE-FUNDED-DATE IS NOT EQUAL TO 0 AND
                   WS-PB-TODAY IS NOT LESS THAN CAMP-HOLD-DATE
                   PERFORM QUALIFY-PROMO-ENROLLMENT
               END-IF
           ELSE
               MOVE "UNKNOWN RULE" TO WS-PB-OUTCOME
           END-IF
           END-IF
           END-IF.
      * Add the account's new deposits and payroll deposits. When the
      * month has turned since the last run, what the old month took
      * in after that run is counted before starting on the new one
       ROLL-PROMO-ACTIVITY.
           IF PE-SEEN-MONTH IS NOT EQUAL TO WS-PB-MONTH
               MOVE PE-SEEN-MONTH TO WS-PB-ACT-MONTH
               PERFORM ADD-PROMO-ACTIVITY
               MOVE WS-PB-MONTH TO PE-SEEN-MONTH
               MOVE 0 TO PE-SEEN-DEPOSITS
               MOVE 0 TO PE-SEEN-PAYROLL
           END-IF
           MOVE WS-PB-MONTH TO WS-PB-ACT-MONTH
           PERFORM ADD-PROMO-ACTIVITY.
      * Count what the activity summary for WS-PB-ACT-MONTH holds
      * beyond the figures already seen. The summary is kept by the
      * day, so the month's figures are the sum of its day records
       ADD-PROMO-ACTIVITY.
           MOVE 0 TO WS-PB-ACT-DEPOSITS
           MOVE 0 TO WS-PB-ACT-PAYROLL
           MOVE "n" TO WS-PB-ACT-FOUND
           MOVE "n" TO WS-PB-ACT-EOF
           MOVE PE-ACCOUNT-ID TO ACT-ACCOUNT-ID
           COMPUTE ACT-DATE = WS-PB-ACT-MONTH * 100 + 1
           OPEN INPUT ACTIVITY-SUMMARY
               START ACTIVITY-SUMMARY KEY IS NOT LESS THAN ACT-KEY
                   INVALID KEY MOVE "y" TO WS-PB-ACT-EOF
               END-START
               PERFORM UNTIL WS-PB-ACT-EOF IS EQUAL TO "y"
                   READ ACTIVITY-SUMMARY NEXT RECORD
                       AT END MOVE "y" TO WS-PB-ACT-EOF
                   END-READ
                   IF WS-PB-ACT-EOF IS NOT EQUAL TO "y"
                       IF ACT-ACCOUNT-ID IS NOT EQUAL TO PE-ACCOUNT-ID
                           OR ACT-DATE > WS-PB-ACT-MONTH * 100 + 31
                           MOVE "y" TO WS-PB-ACT-EOF
                       ELSE
                           MOVE "y" TO WS-PB-ACT-FOUND
                           ADD ACT-DEPOSIT-TOTAL TO WS-PB-ACT-DEPOSITS
                           ADD ACT-PAYROLL-COUNT TO WS-PB-ACT-PAYROLL
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE ACTIVITY-SUMMARY
           IF WS-PB-ACT-FOUND IS EQUAL TO "y"
               IF WS-PB-ACT-DEPOSITS > PE-SEEN-DEPOSITS
                   COMPUTE PE-DEPOSITS = PE-DEPOSITS +
                       WS-PB-ACT-DEPOSITS - PE-SEEN-DEPOSITS
               END-IF
               IF WS-PB-ACT-PAYROLL > PE-SEEN-PAYROLL
                   COMPUTE PE-PAYROLL-COUNT = PE-PAYROLL-COUNT
                       + WS-PB-ACT-PAYROLL - PE-SEEN-PAYROLL
               END-IF
               MOVE WS-PB-ACT-DEPOSITS TO PE-SEEN-DEPOSITS
               MOVE WS-PB-ACT-PAYROLL TO PE-SEEN-PAYROLL
           END-IF.
       QUALIFY-PROMO-ENROLLMENT.
           MOVE "Q" TO PE-STATUS
           MOVE WS-PB-TODAY TO PE-STATUS-DATE
           MOVE "QUALIFIED" TO WS-PB-OUTCOME
           ADD 1 TO WS-PB-QUALIFIED.
       EXPIRE-PROMO-ENROLLMENT.
           MOVE "X" TO PE-STATUS
           MOVE WS-PB-TODAY TO PE-STATUS-DATE
           MOVE "EXPIRED" TO WS-PB-OUTCOME
           ADD 1 TO WS-PB-EXPIRED.
      * Credit the campaign bonus to the account under its own PROMO
      * BONUS memo, with its posting-journal line and an income-
      * ledger line; the bonus is an expense, as interest paid is
       PAY-PROMO-BONUS.
           MOVE "PAID" TO WS-PB-OUTCOME
           MOVE PE-ACCOUNT-ID TO BALANCE-ID
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY MOVE "NOT-POSTED" TO WS-PB-OUTCOME
                   NOT INVALID KEY
                       MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                       ADD CAMP-BONUS TO BALANCE-AMMOUNT
                       REWRITE BALANCES
                           INVALID KEY
                               MOVE "NOT-POSTED" TO WS-PB-OUTCOME
                       END-REWRITE
               END-READ
               IF WS-PB-OUTCOME IS EQUAL TO "PAID"
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE BALANCE-ID TO TRANSACTION-ID
                   MOVE CAMP-BONUS TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE "PROMO BONUS" TO TRANSACTION-MEMO
                   MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-TRANSACTION-RECORD
                   MOVE TRANSACTION-NUMBER TO PE-BONUS-TX
                   MOVE BALANCE-ID TO WS-PJ-ACCOUNT
                   MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                   MOVE "PROMO BONUS" TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
               END-IF
           CLOSE TRANSACTION-DETAILS
           CLOSE BALANCE-DETAILS
           IF WS-PB-OUTCOME IS EQUAL TO "PAID"
               MOVE "P" TO PE-STATUS
               MOVE WS-PB-TODAY TO PE-STATUS-DATE
               ADD 1 TO WS-PB-PAID-COUNT
               ADD CAMP-BONUS TO WS-PB-PAID-TOTAL
               MOVE "PROMO BONUS" TO WS-IL-CATEGORY
               MOVE CAMP-BONUS TO WS-IL-AMMOUNT
               MOVE "-" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
           END-IF.
      * Staff maintenance of the promotion campaigns, the same write/
      * delete/read/browse command shape the other tables use
       MAINTAIN-PROMO-CAMPAIGNS.
           DISPLAY "Enter a command. 'write', 'delete', 'read', or "
               "'browse'"
           ACCEPT WS-PB-COMMAND
           IF WS-PB-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter the campaign code..."
               ACCEPT CAMP-CODE
               DISPLAY "Enter the campaign name..."
               ACCEPT CAMP-NAME
               DISPLAY "Open to accounts opened from what date? (YYYYM"
                   "MDD)..."
               ACCEPT CAMP-START-DATE
               DISPLAY "...through what date? (YYYYMMDD)..."
               ACCEPT CAMP-END-DATE
               DISPLAY "Eligible product codes, up to 5 run together (b"
                   "lank = every product)..."
               ACCEPT CAMP-PRODUCTS
               DISPLAY "Rule: (D)eposits, (P)ayroll deposits or (B)alan"
                   "ce held..."
               ACCEPT CAMP-RULE
               IF CAMP-RULE IS NOT EQUAL TO "D" AND
                   CAMP-RULE IS NOT EQUAL TO "P" AND
                   CAMP-RULE IS NOT EQUAL TO "B"
                   DISPLAY "Unknown rule"
               ELSE
                   DISPLAY "Minimum amount (deposit total or balance, 0"
                       " for payroll)..."
                   ACCEPT CAMP-MIN-AMMOUNT
                   DISPLAY "Payroll deposits required (0 unless rule P)"
                       "..."
                   ACCEPT CAMP-PAYROLL-COUNT
                   DISPLAY "Days after opening the rule must be met in"
                       "..."
                   ACCEPT CAMP-WINDOW-DAYS
                   DISPLAY "Balance held through what date? (YYYYMMDD, "
                       "0 unless rule B)..."
                   ACCEPT CAMP-HOLD-DATE
                   DISPLAY "Enter the bonus amount..."
                   ACCEPT CAMP-BONUS
                   DISPLAY "Pay qualified accounts from what date? (YYY"
                       "YMMDD)..."
                   ACCEPT CAMP-PAYOUT-DATE
                   OPEN I-O PROMO-CAMPAIGNS
                       WRITE PROMO-CAMPAIGN-RECORD
                           INVALID KEY REWRITE PROMO-CAMPAIGN-RECORD
                           END-REWRITE
                       END-WRITE
                   CLOSE PROMO-CAMPAIGNS
                   DISPLAY "Promotion campaign written"
                   MOVE "CAMP-WRITE" TO WS-AUDIT-ACTION
                   MOVE CAMP-CODE TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING CAMP-RULE " " CAMP-START-DATE "-"
                       CAMP-END-DATE " " CAMP-BONUS " "
                       CAMP-PAYOUT-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           ELSE IF WS-PB-COMMAND IS EQUAL TO "delete"
               DISPLAY "Enter the campaign code..."
               ACCEPT CAMP-CODE
               OPEN I-O PROMO-CAMPAIGNS
                   DELETE PROMO-CAMPAIGNS RECORD
                       INVALID KEY
                           DISPLAY "No such promotion campaign"
                       NOT INVALID KEY
                           DISPLAY "Promotion campaign deleted"
                   END-DELETE
               CLOSE PROMO-CAMPAIGNS
               MOVE "CAMP-DELETE" TO WS-AUDIT-ACTION
               MOVE CAMP-CODE TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE "deleted" TO WS-AUDIT-AFTER
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           ELSE IF WS-PB-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the campaign code..."
               ACCEPT CAMP-CODE
               OPEN INPUT PROMO-CAMPAIGNS
                   READ PROMO-CAMPAIGNS
                       INVALID KEY DISPLAY "No such promotion campaign"
                       NOT INVALID KEY PERFORM SHOW-PROMO-CAMPAIGN
                   END-READ
               CLOSE PROMO-CAMPAIGNS
           ELSE IF WS-PB-COMMAND IS EQUAL TO "browse"
               MOVE "n" TO WS-PB-EOF
               OPEN INPUT PROMO-CAMPAIGNS
               MOVE LOW-VALUES TO CAMP-CODE
               START PROMO-CAMPAIGNS KEY IS GREATER THAN CAMP-CODE
                   INVALID KEY MOVE "y" TO WS-PB-EOF
               END-START
               PERFORM UNTIL WS-PB-EOF IS EQUAL TO "y"
                   READ PROMO-CAMPAIGNS NEXT RECORD
                       AT END MOVE "y" TO WS-PB-EOF
                       NOT AT END PERFORM SHOW-PROMO-CAMPAIGN
                   END-READ
               END-PERFORM
               CLOSE PROMO-CAMPAIGNS
           ELSE
               DISPLAY "Unknown command"
           END-IF.
       SHOW-PROMO-CAMPAIGN.
           DISPLAY "campaign "CAMP-CODE" "CAMP-NAME
               " opens "CAMP-START-DATE"-"CAMP-END-DATE
               " products "CAMP-PRODUCTS
           DISPLAY "    rule "CAMP-RULE" minimum "CAMP-MIN-AMMOUNT
               " payroll "CAMP-PAYROLL-COUNT" window "CAMP-WINDOW-DAYS
               " hold-to "CAMP-HOLD-DATE
               " bonus "CAMP-BONUS" payout "CAMP-PAYOUT-DATE.
      * Enroll the signed-in account in spare-change savings, change
      * its linked savings account or multiplier, or stop it. Every
      * change is written to the maintenance audit log
       MAINTAIN-ROUND-UP.
           MOVE "n" TO WS-RU-EXISTS
           MOVE CREATE-ACCOUNT-ID TO RU-ACCOUNT-ID
           OPEN INPUT ROUND-UP-ENROLLMENTS
               READ ROUND-UP-ENROLLMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "y" TO WS-RU-EXISTS
               END-READ
           CLOSE ROUND-UP-ENROLLMENTS
           IF WS-RU-EXISTS IS EQUAL TO "y"
               DISPLAY "Round-ups go to "RU-SAVINGS-ID" at "
                   RU-MULTIPLIER"x, status "RU-STATUS
               DISPLAY "Waiting to move "RU-PENDING
                   ", saved so far "RU-SAVED-TOTAL
           ELSE
               DISPLAY "This account is not enrolled in round-ups"
           END-IF
           DISPLAY "Enter 'set' to enroll or change, or 'stop'..."
           ACCEPT WS-RU-COMMAND
           IF WS-RU-COMMAND IS EQUAL TO "set"
               PERFORM SET-ROUND-UP
           ELSE IF WS-RU-COMMAND IS EQUAL TO "stop"
               IF WS-RU-EXISTS IS NOT EQUAL TO "y" OR
                   RU-STATUS IS EQUAL TO "S"
                   DISPLAY "Round-ups are not active on this account"
               ELSE
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING RU-SAVINGS-ID " " RU-MULTIPLIER "x "
                       RU-STATUS
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   END-STRING
                   MOVE "S" TO RU-STATUS
                   OPEN I-O ROUND-UP-ENROLLMENTS
                       REWRITE ROUND-UP-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to stop round-ups"
                       END-REWRITE
                   CLOSE ROUND-UP-ENROLLMENTS
                   DISPLAY "Round-ups stopped; anything waiting still "
                       "moves tonight"
                   MOVE "ROUNDUP-STOP" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING CREATE-ACCOUNT-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE "stopped" TO WS-AUDIT-AFTER
                   MOVE READ-USERNAME TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           ELSE
               DISPLAY "Unknown command"
           END-IF.
      * Enroll, or change the linked savings account and multiplier.
      * Only a checking account rounds up, and only into an open
      * savings account of the same member in the same currency;
      * round-ups already accrued carry over to the new settings
       SET-ROUND-UP.
           IF WS-ACCOUNT-TYPE IS NOT EQUAL TO "c"
               DISPLAY "Error: only a checking account can round up"
           ELSE
               PERFORM SET-ROUND-UP-LINK
           END-IF.
       SET-ROUND-UP-LINK.
           DISPLAY "Enter the savings account ID to move round-ups to."
               ".."
           ACCEPT WS-RU-SAVINGS-IN
           DISPLAY "Enter the multiplier (1, 2 or 3)..."
           ACCEPT WS-RU-MULTIPLIER-IN
           MOVE "y" TO WS-RU-OK
           IF WS-RU-MULTIPLIER-IN < 1 OR WS-RU-MULTIPLIER-IN > 3
               DISPLAY "Error: the multiplier must be 1, 2 or 3"
               MOVE "n" TO WS-RU-OK
           END-IF
           IF WS-RU-SAVINGS-IN IS EQUAL TO CREATE-ACCOUNT-ID
               DISPLAY "Error: round-ups cannot move to this same accou"
                   "nt"
               MOVE "n" TO WS-RU-OK
           END-IF
           IF WS-RU-OK IS EQUAL TO "y"
               MOVE WS-RU-SAVINGS-IN TO WS-CD-ID
               PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
               IF WS-CD-OK IS NOT EQUAL TO "y"
                   DISPLAY "Error: the savings account ID fails its che"
                       "ck digit"
                   MOVE "n" TO WS-RU-OK
               END-IF
           END-IF
           IF WS-RU-OK IS EQUAL TO "y"
               MOVE WS-RU-SAVINGS-IN TO BALANCE-ID
               OPEN INPUT BALANCE-DETAILS
                   READ BALANCE-DETAILS
                       INVALID KEY
                           DISPLAY "Error: no such savings account"
                           MOVE "n" TO WS-RU-OK
                       NOT INVALID KEY
                           IF BALANCE-STATUS IS NOT EQUAL TO "A"
                               DISPLAY "Error: the savings account is "
                                   "not open"
                               MOVE "n" TO WS-RU-OK
                           ELSE IF BALANCE-ACCOUNT-TYPE IS NOT EQUAL
                               TO "s"
                               DISPLAY "Error: account "WS-RU-SAVINGS-IN
                                   " is not a savings account"
                               MOVE "n" TO WS-RU-OK
                           ELSE IF BALANCE-CURRENCY IS NOT EQUAL TO
                               WS-ACCOUNT-CURRENCY
                               DISPLAY "Error: the savings account is "
                                   "in another currency"
                               MOVE "n" TO WS-RU-OK
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               CLOSE BALANCE-DETAILS
           END-IF
      * The savings account must belong to this account's member; the
      * session's own account record is saved and restored around
      * the lookup
           IF WS-RU-OK IS EQUAL TO "y"
               MOVE CREATE-ACCOUNT TO WS-SAVED-ACCOUNT
               MOVE CREATE-MEMBER-ID TO WS-RU-MEMBER
               MOVE WS-RU-SAVINGS-IN TO CREATE-ACCOUNT-ID
               OPEN INPUT ACCOUNT-DETAILS
                   READ ACCOUNT-DETAILS
                       INVALID KEY
                           MOVE 0 TO CREATE-MEMBER-ID
                   END-READ
               CLOSE ACCOUNT-DETAILS
               IF WS-RU-MEMBER IS EQUAL TO 0 OR
                   CREATE-MEMBER-ID IS NOT EQUAL TO WS-RU-MEMBER
                   DISPLAY "Error: the savings account is not held "
                       "by this account's member"
                   MOVE "n" TO WS-RU-OK
               END-IF
               MOVE WS-SAVED-ACCOUNT TO CREATE-ACCOUNT
           END-IF
           IF WS-RU-OK IS EQUAL TO "y"
               MOVE SPACES TO WS-AUDIT-BEFORE
               IF WS-RU-EXISTS IS EQUAL TO "y"
                   STRING RU-SAVINGS-ID " " RU-MULTIPLIER "x "
                       RU-STATUS
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   END-STRING
               ELSE
                   MOVE CREATE-ACCOUNT-ID TO RU-ACCOUNT-ID
                   MOVE 0 TO RU-PENDING
                   MOVE 0 TO RU-PENDING-COUNT
                   MOVE 0 TO RU-SAVED-TOTAL
                   MOVE 0 TO RU-LAST-MOVE-DATE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE WS-CURRENT-DATE TO RU-ENROLLED-DATE
               END-IF
               MOVE WS-RU-SAVINGS-IN TO RU-SAVINGS-ID
               MOVE WS-RU-MULTIPLIER-IN TO RU-MULTIPLIER
               MOVE "A" TO RU-STATUS
               OPEN I-O ROUND-UP-ENROLLMENTS
                   WRITE ROUND-UP-RECORD
                       INVALID KEY REWRITE ROUND-UP-RECORD
                       END-REWRITE
                   END-WRITE
               CLOSE ROUND-UP-ENROLLMENTS
               DISPLAY "Round-ups at "RU-MULTIPLIER"x will move nightly"
                   " to "RU-SAVINGS-ID
               MOVE "ROUNDUP-SET" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING CREATE-ACCOUNT-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING RU-SAVINGS-ID " " RU-MULTIPLIER "x " RU-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE READ-USERNAME TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
      * Accrue the round-up on a debit of WS-RU-AMMOUNT against
      * account WS-RU-ACCOUNT when it is enrolled and not stopped:
      * the amount up to the next whole dollar, times the multiplier.
      * A whole-dollar debit rounds up nothing
       ACCRUE-ROUND-UP.
           MOVE WS-RU-ACCOUNT TO RU-ACCOUNT-ID
           OPEN I-O ROUND-UP-ENROLLMENTS
               READ ROUND-UP-ENROLLMENTS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RU-AMMOUNT TO WS-RU-WHOLE
                       IF RU-STATUS IS NOT EQUAL TO "S" AND
                           WS-RU-WHOLE < WS-RU-AMMOUNT
                           COMPUTE WS-RU-ROUND = (WS-RU-WHOLE + 1 -
                               WS-RU-AMMOUNT) * RU-MULTIPLIER
                           ADD WS-RU-ROUND TO RU-PENDING
                           ADD 1 TO RU-PENDING-COUNT
                           REWRITE ROUND-UP-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to accrue the"
                                       " round-up for account "
                                       WS-RU-ACCOUNT
                           END-REWRITE
                       END-IF
               END-READ
           CLOSE ROUND-UP-ENROLLMENTS.
      * Nightly batch: move each enrolled account's accrued round-ups
      * to its savings account as one paired transfer under the
      * ROUND-UP memo. A move that would take the checking balance
      * below its product's minimum, or overdraw it, is skipped and
      * the round-ups wait for the next night
       RUN-ROUND-UPS.
           PERFORM LOAD-BANK-PARAMETERS
           MOVE WS-MIN-BALANCE TO WS-RU-DEFAULT-MIN
           MOVE "RU" TO WS-TX-CHANNEL
           MOVE "ROUNDUP" TO WS-TX-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-RU-TODAY
           MOVE 0 TO WS-RU-MOVED-COUNT
           MOVE 0 TO WS-RU-MOVED-TOTAL
           MOVE 0 TO WS-RU-SKIPPED
           MOVE "n" TO WS-RU-EOF
           OPEN I-O ROUND-UP-ENROLLMENTS
           OPEN I-O BALANCE-DETAILS
           OPEN I-O TRANSACTION-DETAILS
           MOVE LOW-VALUES TO RU-ACCOUNT-ID
           START ROUND-UP-ENROLLMENTS KEY IS GREATER THAN RU-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-RU-EOF
           END-START
           PERFORM UNTIL WS-RU-EOF IS EQUAL TO "y"
               READ ROUND-UP-ENROLLMENTS NEXT RECORD
                   AT END MOVE "y" TO WS-RU-EOF
               END-READ
               IF WS-RU-EOF IS NOT EQUAL TO "y" AND RU-PENDING > 0
                   PERFORM MOVE-ONE-ROUND-UP
               END-IF
           END-PERFORM
           CLOSE ROUND-UP-ENROLLMENTS
           CLOSE BALANCE-DETAILS
           CLOSE TRANSACTION-DETAILS
           DISPLAY "Round-up moves: "WS-RU-MOVED-COUNT
               " moving "WS-RU-MOVED-TOTAL
           DISPLAY "Round-up moves held for the next run: "
               WS-RU-SKIPPED.
       MOVE-ONE-ROUND-UP.
           MOVE SPACES TO WS-RU-REASON
           MOVE RU-SAVINGS-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   MOVE "savings account not found" TO WS-RU-REASON
               NOT INVALID KEY
                   IF BALANCE-STATUS IS NOT EQUAL TO "A"
                       MOVE "savings account not open" TO WS-RU-REASON
                   ELSE
                       PERFORM GET-PRODUCT-RETIREMENT
                       IF WS-BP-RETIREMENT IS EQUAL TO "y"
                           MOVE "savings is retirement account" TO
                               WS-RU-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-RU-REASON IS EQUAL TO SPACES
               MOVE RU-ACCOUNT-ID TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY
                       MOVE "checking account not found" TO
                           WS-RU-REASON
                   NOT INVALID KEY
                       IF BALANCE-STATUS IS NOT EQUAL TO "A"
                           MOVE "checking account not open" TO
                               WS-RU-REASON
                       ELSE
                           PERFORM GET-ROUND-UP-MINIMUM
                           COMPUTE WS-RU-AFTER =
                               BALANCE-AMMOUNT - RU-PENDING
                           IF WS-RU-AFTER < 0 OR WS-RU-AFTER < WS-RU-MIN
                               MOVE "checking would drop below min"
                                   TO WS-RU-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-RU-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-RU-SKIPPED
               DISPLAY "Round-ups for "RU-ACCOUNT-ID" held: "
                   WS-RU-REASON
           ELSE
               PERFORM POST-ROUND-UP-PAIR
           END-IF.
      * The checking account's product minimum, the bank-wide
      * minimum balance when the product carries none of its own
       GET-ROUND-UP-MINIMUM.
           MOVE WS-RU-DEFAULT-MIN TO WS-RU-MIN
           MOVE BALANCE-ACCOUNT-TYPE TO PROD-CODE
           OPEN INPUT PRODUCT-CATALOG
               READ PRODUCT-CATALOG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PROD-MIN-BALANCE TO WS-RU-MIN
               END-READ
           CLOSE PRODUCT-CATALOG.
      * Debit the checking account just read, credit the savings
      * account, both through the central transaction writer under
      * the ROUND-UP memo, then clear what was accrued
       POST-ROUND-UP-PAIR.
           MOVE BALANCE-CURRENCY TO WS-RU-CURRENCY
           MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
           SUBTRACT RU-PENDING FROM BALANCE-AMMOUNT
           REWRITE BALANCES
               INVALID KEY
                   DISPLAY "Error: unable to move round-ups out of "
                       RU-ACCOUNT-ID
           END-REWRITE
           MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
           MOVE RU-ACCOUNT-ID TO TRANSACTION-ID
           MOVE RU-PENDING TO TRANSACTION-AMMOUNT
           MOVE "-" TO TRANSACTION-SIGN
           MOVE "ROUND-UP" TO TRANSACTION-MEMO
           MOVE WS-RU-CURRENCY TO TRANSACTION-CURRENCY
           PERFORM WRITE-TRANSACTION-RECORD
           MOVE RU-ACCOUNT-ID TO WS-PJ-ACCOUNT
           MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
           MOVE "ROUND-UP" TO WS-PJ-SOURCE
           PERFORM WRITE-POSTING-JOURNAL
           MOVE RU-SAVINGS-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY
                   DISPLAY "Error: unknown savings account "
                       RU-SAVINGS-ID" on round-ups"
               NOT INVALID KEY
                   MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
                   ADD RU-PENDING TO BALANCE-AMMOUNT
                   REWRITE BALANCES
                       INVALID KEY
                           DISPLAY "Error: unable to move round-ups "
                               "into "RU-SAVINGS-ID
                   END-REWRITE
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE RU-SAVINGS-ID TO TRANSACTION-ID
                   MOVE RU-PENDING TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE "ROUND-UP" TO TRANSACTION-MEMO
                   MOVE WS-RU-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-TRANSACTION-RECORD
                   MOVE RU-SAVINGS-ID TO WS-PJ-ACCOUNT
                   MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
                   MOVE "ROUND-UP" TO WS-PJ-SOURCE
                   PERFORM WRITE-POSTING-JOURNAL
           END-READ
           ADD 1 TO WS-RU-MOVED-COUNT
           ADD RU-PENDING TO WS-RU-MOVED-TOTAL
           ADD RU-PENDING TO RU-SAVED-TOTAL
           DISPLAY "Moved "RU-PENDING" in round-ups from "
               RU-ACCOUNT-ID" to "RU-SAVINGS-ID
           MOVE 0 TO RU-PENDING
           MOVE 0 TO RU-PENDING-COUNT
           MOVE WS-RU-TODAY TO RU-LAST-MOVE-DATE
           REWRITE ROUND-UP-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to clear round-ups on "
                       RU-ACCOUNT-ID
           END-REWRITE.
      * Round-up transfers, out of checking or into savings, count
      * toward the statement's round-up savings line
       TALLY-STATEMENT-ROUND-UP.
           IF TRANSACTION-MEMO IS EQUAL TO "ROUND-UP" AND
               WS-SF-TX-YY IS EQUAL TO WS-SF-STMT-YY AND
               WS-STMT-TX-YYMM IS NOT GREATER THAN WS-STMT-PERIOD
               ADD TRANSACTION-AMMOUNT TO WS-RU-STMT-YTD
               IF WS-STMT-TX-YYMM IS EQUAL TO WS-STMT-PERIOD
                   ADD TRANSACTION-AMMOUNT TO WS-RU-STMT-PERIOD
               END-IF
           END-IF.
      * The round-up savings line, printed once the account has
      * saved any round-ups this year
       WRITE-STATEMENT-ROUND-UP.
           IF WS-RU-STMT-YTD > 0
               MOVE SPACES TO CYCLE-STATEMENT-LINE
               STRING WS-REPRINT-PREFIX " round-ups saved this period "
                   WS-RU-STMT-PERIOD " year to date " WS-RU-STMT-YTD
                   DELIMITED BY SIZE INTO CYCLE-STATEMENT-LINE
               END-STRING
               WRITE CYCLE-STATEMENT-LINE
               ADD 1 TO WS-STMT-LINE-COUNT
           END-IF.
      * List, link or remove the signed-in account's external
      * accounts at other banks, or set up a pull from a verified
      * one. Linking and removing go to the maintenance audit log
       MAINTAIN-EXTERNAL-ACCOUNTS.
           DISPLAY "Enter a command. 'list', 'link', 'remove', or 'pu"
               "ll'"
           ACCEPT WS-EXT-COMMAND
           IF WS-EXT-COMMAND IS EQUAL TO "list"
               PERFORM LIST-EXTERNAL-ACCOUNTS
           ELSE IF WS-EXT-COMMAND IS EQUAL TO "link"
               PERFORM LINK-EXTERNAL-ACCOUNT
           ELSE IF WS-EXT-COMMAND IS EQUAL TO "remove"
               PERFORM REMOVE-EXTERNAL-ACCOUNT
           ELSE IF WS-EXT-COMMAND IS EQUAL TO "pull"
               PERFORM TAKE-EXTERNAL-PULL
           ELSE
               DISPLAY "Command not recognized..."
           END-IF.
       LIST-EXTERNAL-ACCOUNTS.
           MOVE "n" TO WS-EXT-EOF
           OPEN INPUT EXTERNAL-ACCOUNTS
           MOVE CREATE-ACCOUNT-ID TO EXT-ACCOUNT-ID
           MOVE 0 TO EXT-SEQ
           START EXTERNAL-ACCOUNTS KEY IS NOT LESS THAN EXT-KEY
               INVALID KEY MOVE "y" TO WS-EXT-EOF
           END-START
           DISPLAY "---- Linked external accounts ----"
           PERFORM UNTIL WS-EXT-EOF IS EQUAL TO "y"
               READ EXTERNAL-ACCOUNTS NEXT RECORD
                   AT END MOVE "y" TO WS-EXT-EOF
               END-READ
               IF WS-EXT-EOF IS NOT EQUAL TO "y" AND
                   EXT-ACCOUNT-ID IS EQUAL TO CREATE-ACCOUNT-ID
                   IF EXT-STATUS IS NOT EQUAL TO "R"
                       DISPLAY EXT-SEQ" "EXT-NICKNAME" routing "
                           EXT-ROUTING" status "EXT-STATUS
                   END-IF
               ELSE IF WS-EXT-EOF IS NOT EQUAL TO "y"
      * The file is keyed account-then-sequence, so once the account
      * stops matching the rest of the file can't match either
                   MOVE "y" TO WS-EXT-EOF
               END-IF
           END-PERFORM
           CLOSE EXTERNAL-ACCOUNTS
           DISPLAY "(P awaiting confirmation, V verified, L locked, F "
               "failed)".
      * Link a new external account and queue the two verification
      * micro-deposits for tonight's outbound run; the member
      * confirms their amounts at the next sign-in
       LINK-EXTERNAL-ACCOUNT.
           MOVE "y" TO WS-EXT-OK
           DISPLAY "Enter the other bank's 9-digit routing number..."
           ACCEPT WS-EXT-ROUTING-IN
           DISPLAY "Enter the account number at the other bank..."
           ACCEPT WS-EXT-NUMBER-IN
           DISPLAY "Enter a nickname for this account..."
           ACCEPT WS-EXT-NICKNAME-IN
           IF WS-EXT-ROUTING-IN IS NOT NUMERIC
               DISPLAY "Error: the routing number must be 9 digits"
               MOVE "n" TO WS-EXT-OK
           END-IF
           IF WS-EXT-NUMBER-IN IS EQUAL TO SPACES
               DISPLAY "Error: an account number is required"
               MOVE "n" TO WS-EXT-OK
           END-IF
      * Find the next free sequence, and refuse the same account
      * linked twice while the first link is still live
           MOVE 1 TO WS-EXT-NEXT-SEQ
           MOVE "n" TO WS-EXT-EOF
           OPEN INPUT EXTERNAL-ACCOUNTS
           MOVE CREATE-ACCOUNT-ID TO EXT-ACCOUNT-ID
           MOVE 0 TO EXT-SEQ
           START EXTERNAL-ACCOUNTS KEY IS NOT LESS THAN EXT-KEY
               INVALID KEY MOVE "y" TO WS-EXT-EOF
           END-START
           PERFORM UNTIL WS-EXT-EOF IS EQUAL TO "y"
               READ EXTERNAL-ACCOUNTS NEXT RECORD
                   AT END MOVE "y" TO WS-EXT-EOF
               END-READ
               IF WS-EXT-EOF IS NOT EQUAL TO "y" AND
                   EXT-ACCOUNT-ID IS EQUAL TO CREATE-ACCOUNT-ID
                   COMPUTE WS-EXT-NEXT-SEQ = EXT-SEQ + 1
                   IF EXT-ROUTING IS EQUAL TO WS-EXT-ROUTING-IN AND
                       EXT-NUMBER IS EQUAL TO WS-EXT-NUMBER-IN AND
                       EXT-STATUS IS NOT EQUAL TO "R" AND
                       EXT-STATUS IS NOT EQUAL TO "F"
                       MOVE "n" TO WS-EXT-OK
                       DISPLAY "Error: that account is already linked "
                           "as "EXT-SEQ
                   END-IF
               ELSE IF WS-EXT-EOF IS NOT EQUAL TO "y"
                   MOVE "y" TO WS-EXT-EOF
               END-IF
           END-PERFORM
           CLOSE EXTERNAL-ACCOUNTS
           IF WS-EXT-NEXT-SEQ > 99
               DISPLAY "Error: no more external accounts can be linked"
               MOVE "n" TO WS-EXT-OK
           END-IF
           IF WS-EXT-OK IS EQUAL TO "y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE CREATE-ACCOUNT-ID TO EXT-ACCOUNT-ID
               MOVE WS-EXT-NEXT-SEQ TO EXT-SEQ
               MOVE WS-EXT-ROUTING-IN TO EXT-ROUTING
               MOVE WS-EXT-NUMBER-IN TO EXT-NUMBER
               MOVE WS-EXT-NICKNAME-IN TO EXT-NICKNAME
               MOVE "P" TO EXT-STATUS
               MOVE 0 TO EXT-TRIES
               MOVE WS-CURRENT-DATE TO EXT-LINKED-DATE
               MOVE 0 TO EXT-VERIFIED-DATE
      * Two amounts of 0.01 to 0.99, drawn from a generator seeded
      * off the clock
               MOVE WS-CURRENT-TIME TO WS-EXT-SEED
               COMPUTE WS-EXT-CENTS =
                   FUNCTION RANDOM(WS-EXT-SEED) * 99
               ADD 1 TO WS-EXT-CENTS
               COMPUTE EXT-MICRO-1 = WS-EXT-CENTS / 100
               COMPUTE WS-EXT-CENTS = FUNCTION RANDOM * 99
               ADD 1 TO WS-EXT-CENTS
               COMPUTE EXT-MICRO-2 = WS-EXT-CENTS / 100
               OPEN I-O EXTERNAL-ACCOUNTS
                   WRITE EXTERNAL-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to link the account"
                           MOVE "n" TO WS-EXT-OK
                   END-WRITE
               CLOSE EXTERNAL-ACCOUNTS
           END-IF
           IF WS-EXT-OK IS EQUAL TO "y"
               MOVE WS-CURRENT-DATE TO WS-TRANSACTION-DATE
               MOVE WS-CURRENT-TIME TO WS-TRANSACTION-TIME
               ADD WS-TRANSACTION-DATE TO WS-TRANSACTION-TIME
                   GIVING WS-TRANSACTION-DATE-DATA
               ADD WS-TRANSACTION-DATE-DATA TO CREATE-ACCOUNT-ID
                   GIVING OUTQ-ID
               MOVE EXT-MICRO-1 TO OUTQ-AMMOUNT
               PERFORM QUEUE-MICRO-DEPOSIT
               ADD 1 TO OUTQ-ID
               MOVE EXT-MICRO-2 TO OUTQ-AMMOUNT
               PERFORM QUEUE-MICRO-DEPOSIT
               DISPLAY "Linked as "EXT-SEQ". Two small deposits go to "
                   EXT-NICKNAME" tonight;"
               DISPLAY "confirm their amounts when you next sign in"
               MOVE "EXT-LINK" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-KEY
               STRING EXT-KEY DELIMITED BY SIZE INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING EXT-ROUTING " " EXT-NUMBER " P"
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               END-STRING
               MOVE READ-USERNAME TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           END-IF.
      * Queue one verification micro-deposit of OUTQ-AMMOUNT under
      * the OUTQ-ID already minted, to the link just written
       QUEUE-MICRO-DEPOSIT.
           MOVE CREATE-ACCOUNT-ID TO OUTQ-ACCOUNT-ID
           MOVE WS-ACCOUNT-CURRENCY TO OUTQ-CURRENCY
           MOVE EXT-NICKNAME TO OUTQ-BENEFICIARY
           MOVE EXT-KEY TO OUTQ-PAYEE-ID
           MOVE "M" TO OUTQ-ORIGIN
           MOVE "n" TO OUTQ-HOLD
           OPEN I-O OUTBOUND-QUEUE
               WRITE OUTBOUND-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to queue a verification "
                           "deposit"
               END-WRITE
           CLOSE OUTBOUND-QUEUE.
      * A member may remove any link except a locked one, which
      * stays on file for the bank to review
       REMOVE-EXTERNAL-ACCOUNT.
           DISPLAY "Enter the linked account's number from the list..."
           ACCEPT WS-EXT-SEQ-IN
           MOVE CREATE-ACCOUNT-ID TO EXT-ACCOUNT-ID
           MOVE WS-EXT-SEQ-IN TO EXT-SEQ
           OPEN I-O EXTERNAL-ACCOUNTS
               READ EXTERNAL-ACCOUNTS
                   INVALID KEY
                       DISPLAY "No such linked account"
                   NOT INVALID KEY
                       IF EXT-STATUS IS EQUAL TO "R"
                           DISPLAY "No such linked account"
                       ELSE IF EXT-STATUS IS EQUAL TO "L"
                           DISPLAY "That link is locked; contact the "
                               "bank to review it"
                       ELSE
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           STRING EXT-ROUTING " " EXT-NUMBER " "
                               EXT-STATUS
                               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                           END-STRING
                           MOVE "R" TO EXT-STATUS
                           REWRITE EXTERNAL-ACCOUNT-RECORD
                               INVALID KEY
                                   DISPLAY "Error: unable to remove the"
                                       " link"
                           END-REWRITE
                           DISPLAY "Removed "EXT-NICKNAME
                           MOVE "EXT-REMOVE" TO WS-AUDIT-ACTION
                           MOVE SPACES TO WS-AUDIT-KEY
                           STRING EXT-KEY
                               DELIMITED BY SIZE INTO WS-AUDIT-KEY
                           END-STRING
                           MOVE "removed" TO WS-AUDIT-AFTER
                           MOVE READ-USERNAME TO WS-AUDIT-ACTOR
                           PERFORM LOG-MAINTENANCE-ACTION
                       END-IF
                       END-IF
               END-READ
           CLOSE EXTERNAL-ACCOUNTS.
      * Queue a pull from a verified link for tonight's debit-entry
      * file; it is refused on a frozen, closed or charged-off
      * account, and on a retirement account, which is funded only
      * by contributions
       TAKE-EXTERNAL-PULL.
           IF WS-ACCOUNT-STATUS IS EQUAL TO "H" OR
               WS-ACCOUNT-STATUS IS EQUAL TO "C" OR
               WS-ACCOUNT-STATUS IS EQUAL TO "X"
               DISPLAY "Account is frozen, closed or charged off... "
                   "pull declined"
           ELSE IF WS-PROD-RETIREMENT IS EQUAL TO "y"
               DISPLAY "A retirement account is funded only by "
                   "contributions; use deposit"
           ELSE
               MOVE "n" TO WS-EXT-OK
               DISPLAY "Enter the linked account's number from the list"
                   "..."
               ACCEPT WS-EXT-SEQ-IN
               MOVE CREATE-ACCOUNT-ID TO EXT-ACCOUNT-ID
               MOVE WS-EXT-SEQ-IN TO EXT-SEQ
               OPEN INPUT EXTERNAL-ACCOUNTS
                   READ EXTERNAL-ACCOUNTS
                       INVALID KEY
                           DISPLAY "No such linked account"
                       NOT INVALID KEY
                           IF EXT-STATUS IS EQUAL TO "V"
                               MOVE "y" TO WS-EXT-OK
                           ELSE
                               DISPLAY "That link is not verified"
                           END-IF
                   END-READ
               CLOSE EXTERNAL-ACCOUNTS
               IF WS-EXT-OK IS EQUAL TO "y"
                   DISPLAY "Enter amount to pull in..."
                   ACCEPT WS-EXT-AMMOUNT
                   IF WS-EXT-AMMOUNT IS NOT GREATER THAN 0
                       DISPLAY "Error: the amount must be more than 0"
                   ELSE
                       PERFORM QUEUE-EXTERNAL-PULL
                   END-IF
               END-IF
           END-IF
           END-IF.
       QUEUE-EXTERNAL-PULL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-TRANSACTION-DATE
           MOVE WS-CURRENT-TIME TO WS-TRANSACTION-TIME
           ADD WS-TRANSACTION-DATE TO WS-TRANSACTION-TIME
               GIVING WS-TRANSACTION-DATE-DATA
           ADD WS-TRANSACTION-DATE-DATA TO CREATE-ACCOUNT-ID
               GIVING OUTQ-ID
           MOVE CREATE-ACCOUNT-ID TO OUTQ-ACCOUNT-ID
           MOVE WS-EXT-AMMOUNT TO OUTQ-AMMOUNT
           MOVE WS-ACCOUNT-CURRENCY TO OUTQ-CURRENCY
           MOVE EXT-NICKNAME TO OUTQ-BENEFICIARY
           MOVE EXT-KEY TO OUTQ-PAYEE-ID
           MOVE "D" TO OUTQ-ORIGIN
           MOVE "n" TO OUTQ-HOLD
           OPEN I-O OUTBOUND-QUEUE
               WRITE OUTBOUND-QUEUE-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to queue the pull"
                   NOT INVALID KEY
                       DISPLAY "Pull of "OUTQ-AMMOUNT" from "
                           EXT-NICKNAME" queued for end of day;"
                       DISPLAY "it is held until cleared once credited"
               END-WRITE
           CLOSE OUTBOUND-QUEUE.
      * At sign-in, ask for the micro-deposit amounts on each link
      * still awaiting confirmation. A wrong pair counts as a try;
      * at WS-EXT-MAX-TRIES the link locks
       CONFIRM-MICRO-DEPOSITS.
           MOVE "n" TO WS-EXT-EOF
           OPEN I-O EXTERNAL-ACCOUNTS
           MOVE CREATE-ACCOUNT-ID TO EXT-ACCOUNT-ID
           MOVE 0 TO EXT-SEQ
           START EXTERNAL-ACCOUNTS KEY IS NOT LESS THAN EXT-KEY
               INVALID KEY MOVE "y" TO WS-EXT-EOF
           END-START
           PERFORM UNTIL WS-EXT-EOF IS EQUAL TO "y"
               READ EXTERNAL-ACCOUNTS NEXT RECORD
                   AT END MOVE "y" TO WS-EXT-EOF
               END-READ
               IF WS-EXT-EOF IS NOT EQUAL TO "y" AND
                   EXT-ACCOUNT-ID IS EQUAL TO CREATE-ACCOUNT-ID
                   IF EXT-STATUS IS EQUAL TO "P"
                       PERFORM CONFIRM-ONE-MICRO-DEPOSIT
                   END-IF
               ELSE IF WS-EXT-EOF IS NOT EQUAL TO "y"
                   MOVE "y" TO WS-EXT-EOF
               END-IF
           END-PERFORM
           CLOSE EXTERNAL-ACCOUNTS.
       CONFIRM-ONE-MICRO-DEPOSIT.
           DISPLAY "Two small deposits were sent to "EXT-NICKNAME
               " (routing "EXT-ROUTING")"
           DISPLAY "Enter the first amount (e.g. 0.12), or 0 to confir"
               "m later..."
           ACCEPT WS-EXT-GUESS-1
           IF WS-EXT-GUESS-1 IS EQUAL TO 0
               DISPLAY "Confirmation left for your next sign-in"
           ELSE
               DISPLAY "Enter the second amount..."
               ACCEPT WS-EXT-GUESS-2
               IF (WS-EXT-GUESS-1 IS EQUAL TO EXT-MICRO-1 AND
                   WS-EXT-GUESS-2 IS EQUAL TO EXT-MICRO-2) OR
                   (WS-EXT-GUESS-1 IS EQUAL TO EXT-MICRO-2 AND
                   WS-EXT-GUESS-2 IS EQUAL TO EXT-MICRO-1)
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE "V" TO EXT-STATUS
                   MOVE WS-CURRENT-DATE TO EXT-VERIFIED-DATE
                   MOVE "EXT-VERIFY" TO WS-AUDIT-ACTION
                   DISPLAY EXT-NICKNAME" is verified for pulls"
               ELSE
                   ADD 1 TO EXT-TRIES
                   IF EXT-TRIES IS NOT LESS THAN WS-EXT-MAX-TRIES
                       MOVE "L" TO EXT-STATUS
                       MOVE "EXT-LOCK" TO WS-AUDIT-ACTION
                       DISPLAY "Those amounts do not match; the link is"
                           " now locked"
                   ELSE
                       MOVE SPACES TO WS-AUDIT-ACTION
                       DISPLAY "Those amounts do not match"
                   END-IF
               END-IF
               REWRITE EXTERNAL-ACCOUNT-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to save the confirmation"
               END-REWRITE
               IF WS-AUDIT-ACTION IS NOT EQUAL TO SPACES
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING EXT-KEY DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE "P" TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING EXT-STATUS " tries " EXT-TRIES
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE READ-USERNAME TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           END-IF.
      * The signed-in member's own debit filters for clearing
      * intake: list them, set the account's mode, block or allow an
      * originator, or remove an originator's row. Every change goes
      * to the maintenance audit log
       MAINTAIN-DEBIT-FILTERS.
           DISPLAY "Enter a command. 'list', 'mode', 'block', 'allow', "
               "or 'remove'"
           ACCEPT WS-DF-COMMAND
           IF WS-DF-COMMAND IS EQUAL TO "list"
               PERFORM LIST-DEBIT-FILTERS
           ELSE IF WS-DF-COMMAND IS EQUAL TO "mode"
               DISPLAY "Enter O (open), B (block all debits) or A (allo"
                   "w listed originators only)..."
               ACCEPT WS-DF-MODE-IN
               IF WS-DF-MODE-IN IS NOT EQUAL TO "O" AND
                   WS-DF-MODE-IN IS NOT EQUAL TO "B" AND
                   WS-DF-MODE-IN IS NOT EQUAL TO "A"
                   DISPLAY "Error: the mode must be O, B or A"
               ELSE
                   MOVE SPACES TO WS-DF-ORIGINATOR-IN
                   MOVE WS-DF-MODE-IN TO WS-DF-ROW-TYPE
                   MOVE 0 TO WS-DF-MAX-IN
                   PERFORM SAVE-DEBIT-FILTER
               END-IF
           ELSE IF WS-DF-COMMAND IS EQUAL TO "block" OR
               WS-DF-COMMAND IS EQUAL TO "allow"
               DISPLAY "Enter the originator ID..."
               ACCEPT WS-DF-ORIGINATOR-IN
               IF WS-DF-ORIGINATOR-IN IS EQUAL TO SPACES
                   DISPLAY "Error: an originator ID is required"
               ELSE
                   MOVE 0 TO WS-DF-MAX-IN
                   IF WS-DF-COMMAND IS EQUAL TO "block"
                       MOVE "B" TO WS-DF-ROW-TYPE
                   ELSE
                       MOVE "A" TO WS-DF-ROW-TYPE
                       DISPLAY "Enter the most one debit may be, or 0 "
                           "for no maximum..."
                       ACCEPT WS-DF-MAX-IN
                   END-IF
                   PERFORM SAVE-DEBIT-FILTER
               END-IF
           ELSE IF WS-DF-COMMAND IS EQUAL TO "remove"
               DISPLAY "Enter the originator ID..."
               ACCEPT WS-DF-ORIGINATOR-IN
               MOVE CREATE-ACCOUNT-ID TO DF-ACCOUNT-ID
               MOVE WS-DF-ORIGINATOR-IN TO DF-ORIGINATOR
               IF WS-DF-ORIGINATOR-IN IS EQUAL TO SPACES
                   DISPLAY "Error: an originator ID is required"
               ELSE
                   OPEN I-O DEBIT-FILTERS
                       READ DEBIT-FILTERS
                           INVALID KEY
                               DISPLAY "No filter for that originator"
                           NOT INVALID KEY
                               MOVE SPACES TO WS-AUDIT-BEFORE
                               STRING DF-TYPE " " DF-MAX-AMMOUNT
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-BEFORE
                               END-STRING
                               DELETE DEBIT-FILTERS RECORD
                                   INVALID KEY
                                       DISPLAY "Error: unable to remove"
                                           " the filter"
                               END-DELETE
                               DISPLAY "Filter removed"
                               MOVE "DFILTER-DEL" TO WS-AUDIT-ACTION
                               MOVE SPACES TO WS-AUDIT-KEY
                               STRING DF-ACCOUNT-ID " " DF-ORIGINATOR
                                   DELIMITED BY SIZE INTO WS-AUDIT-KEY
                               END-STRING
                               MOVE "removed" TO WS-AUDIT-AFTER
                               MOVE READ-USERNAME TO WS-AUDIT-ACTOR
                               PERFORM LOG-MAINTENANCE-ACTION
                       END-READ
                   CLOSE DEBIT-FILTERS
               END-IF
           ELSE
               DISPLAY "Command not recognized..."
           END-IF.
      * Write or replace the row for WS-DF-ORIGINATOR-IN (blank for
      * the mode row) with type WS-DF-ROW-TYPE and WS-DF-MAX-IN
       SAVE-DEBIT-FILTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE "none" TO WS-AUDIT-BEFORE
           MOVE CREATE-ACCOUNT-ID TO DF-ACCOUNT-ID
           MOVE WS-DF-ORIGINATOR-IN TO DF-ORIGINATOR
           OPEN I-O DEBIT-FILTERS
               READ DEBIT-FILTERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       STRING DF-TYPE " " DF-MAX-AMMOUNT
                           DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                       END-STRING
               END-READ
               MOVE CREATE-ACCOUNT-ID TO DF-ACCOUNT-ID
               MOVE WS-DF-ORIGINATOR-IN TO DF-ORIGINATOR
               MOVE WS-DF-ROW-TYPE TO DF-TYPE
               MOVE WS-DF-MAX-IN TO DF-MAX-AMMOUNT
               MOVE WS-CURRENT-DATE TO DF-SET-DATE
               WRITE DEBIT-FILTER-RECORD
                   INVALID KEY REWRITE DEBIT-FILTER-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE DEBIT-FILTERS
           DISPLAY "Filter saved"
           MOVE "DFILTER-SET" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING DF-ACCOUNT-ID " " DF-ORIGINATOR
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING DF-TYPE " " DF-MAX-AMMOUNT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE READ-USERNAME TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
       LIST-DEBIT-FILTERS.
           MOVE "n" TO WS-DF-EOF
           OPEN INPUT DEBIT-FILTERS
           MOVE CREATE-ACCOUNT-ID TO DF-ACCOUNT-ID
           MOVE SPACES TO DF-ORIGINATOR
           START DEBIT-FILTERS KEY IS NOT LESS THAN DF-KEY
               INVALID KEY MOVE "y" TO WS-DF-EOF
           END-START
           DISPLAY "---- Debit filters ----"
           PERFORM UNTIL WS-DF-EOF IS EQUAL TO "y"
               READ DEBIT-FILTERS NEXT RECORD
                   AT END MOVE "y" TO WS-DF-EOF
               END-READ
               IF WS-DF-EOF IS NOT EQUAL TO "y" AND
                   DF-ACCOUNT-ID IS EQUAL TO CREATE-ACCOUNT-ID
                   IF DF-ORIGINATOR IS EQUAL TO SPACES
                       DISPLAY "Account mode "DF-TYPE
                   ELSE
                       DISPLAY "Originator "DF-ORIGINATOR" "DF-TYPE
                           " maximum "DF-MAX-AMMOUNT
                   END-IF
               ELSE IF WS-DF-EOF IS NOT EQUAL TO "y"
      * The file is keyed account-then-originator, so once the
      * account stops matching the rest of the file can't match
                   MOVE "y" TO WS-DF-EOF
               END-IF
           END-PERFORM
           CLOSE DEBIT-FILTERS
           DISPLAY "(mode O open, B block all, A allowed only; origina"
               "tor B blocked, A allowed)".
       CLEAR-SETTLEMENT-TOTALS.
           MOVE 0 TO WS-SB-CP-TOTAL
           MOVE 0 TO WS-SB-CP-COUNT
           MOVE 0 TO WS-SB-CR-TOTAL
           MOVE 0 TO WS-SB-CR-COUNT
           MOVE 0 TO WS-SB-ID-TOTAL
           MOVE 0 TO WS-SB-ID-COUNT
           MOVE 0 TO WS-SB-IC-TOTAL
           MOVE 0 TO WS-SB-IC-COUNT
           MOVE 0 TO WS-SB-RD-TOTAL
           MOVE 0 TO WS-SB-RD-COUNT
           MOVE 0 TO WS-SB-RC-TOTAL
           MOVE 0 TO WS-SB-RC-COUNT.
      * End of a clearing run: register what the correspondent should
      * settle for it. Items are settled gross as presented, and what
      * we send back settles as a return in the other direction
       RECORD-SETTLEMENT-BATCHES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN I-O SETTLEMENT-BATCHES
           MOVE "CP" TO WS-SB-SOURCE
           MOVE "D" TO WS-SB-DC
           MOVE WS-SB-CP-TOTAL TO WS-SB-AMMOUNT
           MOVE WS-SB-CP-COUNT TO WS-SB-COUNT
           PERFORM WRITE-SETTLEMENT-BATCH
           MOVE "CR" TO WS-SB-SOURCE
           MOVE "C" TO WS-SB-DC
           MOVE WS-SB-CR-TOTAL TO WS-SB-AMMOUNT
           MOVE WS-SB-CR-COUNT TO WS-SB-COUNT
           PERFORM WRITE-SETTLEMENT-BATCH
           MOVE "ID" TO WS-SB-SOURCE
           MOVE "D" TO WS-SB-DC
           MOVE WS-SB-ID-TOTAL TO WS-SB-AMMOUNT
           MOVE WS-SB-ID-COUNT TO WS-SB-COUNT
           PERFORM WRITE-SETTLEMENT-BATCH
           MOVE "IC" TO WS-SB-SOURCE
           MOVE "C" TO WS-SB-DC
           MOVE WS-SB-IC-TOTAL TO WS-SB-AMMOUNT
           MOVE WS-SB-IC-COUNT TO WS-SB-COUNT
           PERFORM WRITE-SETTLEMENT-BATCH
           MOVE "RD" TO WS-SB-SOURCE
           MOVE "C" TO WS-SB-DC
           MOVE WS-SB-RD-TOTAL TO WS-SB-AMMOUNT
           MOVE WS-SB-RD-COUNT TO WS-SB-COUNT
           PERFORM WRITE-SETTLEMENT-BATCH
           MOVE "RC" TO WS-SB-SOURCE
           MOVE "D" TO WS-SB-DC
           MOVE WS-SB-RC-TOTAL TO WS-SB-AMMOUNT
           MOVE WS-SB-RC-COUNT TO WS-SB-COUNT
           PERFORM WRITE-SETTLEMENT-BATCH
           CLOSE SETTLEMENT-BATCHES.
       WRITE-SETTLEMENT-BATCH.
           IF WS-SB-AMMOUNT > 0
               MOVE WS-CURRENT-DATE(3:6) TO SB-DATE
               MOVE WS-SB-SOURCE TO SB-SOURCE
               MOVE WS-CURRENT-TIME TO SB-TIME
               MOVE WS-SB-DC TO SB-DC
               MOVE WS-SB-AMMOUNT TO SB-AMMOUNT
               MOVE WS-SB-COUNT TO SB-COUNT
               MOVE "O" TO SB-STATUS
               MOVE 0 TO SB-MATCH-DATE
               WRITE SETTLE-BATCH-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to register settlement "
                           "batch "WS-SB-SOURCE" for "WS-SB-AMMOUNT
               END-WRITE
           END-IF.
      * Batch job: reconcile the settlement account against the
      * correspondent's daily statement. Differences carried from
      * earlier statements are retried first, then each new line is
      * matched - to the outbound sent register by reference where
      * the line carries one, otherwise to a registered clearing
      * batch total or return by date and amount. The dated report
      * lists the matches, then the open differences on each side
      * with their age in days
       RUN-SETTLEMENT-RECON.
           PERFORM LOAD-HOLIDAY-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-SR-TODAY
           COMPUTE WS-SR-TODAY-YMD = 20000000 + WS-SR-TODAY
           COMPUTE WS-SR-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SR-TODAY-YMD)
           MOVE 0 TO WS-SR-THROUGH
           MOVE 0 TO WS-SR-LINE-NO
           MOVE 0 TO WS-SR-READ-COUNT
           MOVE 0 TO WS-SR-DUP-COUNT
           MOVE 0 TO WS-SR-MATCH-COUNT
           MOVE 0 TO WS-SR-MATCH-TOTAL
           MOVE 0 TO WS-SR-CLEARED-COUNT
           MOVE 0 TO WS-SR-CLEARED-TOTAL
           MOVE 0 TO WS-SR-STMT-OPEN-COUNT
           MOVE 0 TO WS-SR-STMT-OPEN-TOTAL
           MOVE 0 TO WS-SR-OURS-OPEN-COUNT
           MOVE 0 TO WS-SR-OURS-OPEN-TOTAL
           MOVE WS-SR-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "settlerecon." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-SETTLE-RECON-PATH
           OPEN OUTPUT SETTLE-RECON-REPORT
           MOVE SPACES TO SETTLE-RECON-LINE
           STRING "SETTLEMENT RECONCILIATION " WS-SR-TODAY
               DELIMITED BY SIZE INTO SETTLE-RECON-LINE
           END-STRING
           PERFORM WRITE-SETTLE-RECON-LINE
           OPEN I-O OUTBOUND-SENT
           OPEN I-O SETTLEMENT-BATCHES
           OPEN I-O SETTLEMENT-LINES
           PERFORM RETRY-OPEN-SETTLE-LINES
           MOVE "n" TO WS-SR-EOF
           OPEN INPUT CORRESPONDENT-STATEMENT
           IF WS-CORR-FILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "No correspondent statement on disk"
               MOVE "y" TO WS-SR-EOF
           END-IF
           PERFORM UNTIL WS-SR-EOF IS EQUAL TO "y"
               READ CORRESPONDENT-STATEMENT
                   AT END MOVE "y" TO WS-SR-EOF
               END-READ
               IF WS-SR-EOF IS NOT EQUAL TO "y"
                   PERFORM TAKE-ONE-STATEMENT-LINE
               END-IF
           END-PERFORM
           CLOSE CORRESPONDENT-STATEMENT
           IF WS-SR-THROUGH IS EQUAL TO 0
               MOVE WS-SR-TODAY TO WS-SR-THROUGH
           END-IF
           PERFORM LIST-OPEN-SETTLE-LINES
           PERFORM LIST-UNSETTLED-OUTBOUND
           PERFORM LIST-UNSETTLED-BATCHES
           CLOSE OUTBOUND-SENT
           CLOSE SETTLEMENT-BATCHES
           CLOSE SETTLEMENT-LINES
           MOVE SPACES TO SETTLE-RECON-LINE
           STRING "TOTAL statement-lines=" WS-SR-READ-COUNT
               " already-taken=" WS-SR-DUP-COUNT
               " matched=" WS-SR-MATCH-COUNT
               " matched-total=" WS-SR-MATCH-TOTAL
               " carried-cleared=" WS-SR-CLEARED-COUNT
               " cleared-total=" WS-SR-CLEARED-TOTAL
               DELIMITED BY SIZE INTO SETTLE-RECON-LINE
           END-STRING
           PERFORM WRITE-SETTLE-RECON-LINE
           MOVE SPACES TO SETTLE-RECON-LINE
           STRING "OPEN statement-side=" WS-SR-STMT-OPEN-COUNT
               " totaling " WS-SR-STMT-OPEN-TOTAL
               " our-side=" WS-SR-OURS-OPEN-COUNT
               " totaling " WS-SR-OURS-OPEN-TOTAL
               " through " WS-SR-THROUGH
               DELIMITED BY SIZE INTO SETTLE-RECON-LINE
           END-STRING
           PERFORM WRITE-SETTLE-RECON-LINE
           CLOSE SETTLE-RECON-REPORT
           MOVE "SETTLE RECON" TO WS-RC-TYPE
           COMPUTE WS-RC-COUNT =
               WS-SR-STMT-OPEN-COUNT + WS-SR-OURS-OPEN-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       WRITE-SETTLE-RECON-LINE.
           WRITE SETTLE-RECON-LINE
           DISPLAY SETTLE-RECON-LINE.
      * Differences left open by earlier statements: our side may
      * have caught up since (a late batch, a return now on file)
       RETRY-OPEN-SETTLE-LINES.
           MOVE "n" TO WS-SR-EOF
           MOVE LOW-VALUES TO SL-KEY
           START SETTLEMENT-LINES KEY IS GREATER THAN SL-KEY
               INVALID KEY MOVE "y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF IS EQUAL TO "y"
               READ SETTLEMENT-LINES NEXT RECORD
                   AT END MOVE "y" TO WS-SR-EOF
               END-READ
               IF WS-SR-EOF IS NOT EQUAL TO "y" AND
                   SL-STATUS IS EQUAL TO "O"
                   MOVE SL-DATE TO WS-SR-DATE
                   MOVE SL-DC TO WS-SR-DC
                   MOVE SL-AMMOUNT TO WS-SR-AMMOUNT
                   MOVE SL-REF TO WS-SR-REF
                   PERFORM MATCH-SETTLEMENT-ITEM
                   IF WS-SR-MATCHED IS EQUAL TO "y"
                       MOVE "C" TO SL-STATUS
                       MOVE WS-SR-TODAY TO SL-MATCH-DATE
                       REWRITE SETTLE-LINE-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to clear "
                                   "statement line "SL-KEY
                       END-REWRITE
                       ADD 1 TO WS-SR-CLEARED-COUNT
                       ADD SL-AMMOUNT TO WS-SR-CLEARED-TOTAL
                       MOVE SPACES TO SETTLE-RECON-LINE
                       STRING "CLEARED statement=" SL-DATE
                           " line=" SL-LINE " " SL-DC " " SL-AMMOUNT
                           " with " WS-SR-MATCH-WITH
                           DELIMITED BY SIZE INTO SETTLE-RECON-LINE
                       END-STRING
                       PERFORM WRITE-SETTLE-RECON-LINE
                   END-IF
               END-IF
           END-PERFORM.
      * One line of today's statement. A line already on the register
      * (the same file read twice) is skipped; a new one is matched
      * and registered either way, open if nothing matched it
       TAKE-ONE-STATEMENT-LINE.
           ADD 1 TO WS-SR-LINE-NO
           ADD 1 TO WS-SR-READ-COUNT
           IF CORR-DATE > WS-SR-THROUGH
               MOVE CORR-DATE TO WS-SR-THROUGH
           END-IF
           MOVE CORR-DATE TO SL-DATE
           MOVE WS-SR-LINE-NO TO SL-LINE
           READ SETTLEMENT-LINES
               INVALID KEY
                   MOVE CORR-DATE TO WS-SR-DATE
                   MOVE CORR-DC TO WS-SR-DC
                   MOVE CORR-AMMOUNT TO WS-SR-AMMOUNT
                   MOVE CORR-REF TO WS-SR-REF
                   PERFORM MATCH-SETTLEMENT-ITEM
                   MOVE CORR-DATE TO SL-DATE
                   MOVE WS-SR-LINE-NO TO SL-LINE
                   MOVE CORR-DC TO SL-DC
                   MOVE CORR-AMMOUNT TO SL-AMMOUNT
                   MOVE CORR-REF TO SL-REF
                   MOVE CORR-DESC TO SL-DESC
                   MOVE SPACES TO SETTLE-RECON-LINE
                   IF WS-SR-MATCHED IS EQUAL TO "y"
                       MOVE "M" TO SL-STATUS
                       MOVE WS-SR-TODAY TO SL-MATCH-DATE
                       ADD 1 TO WS-SR-MATCH-COUNT
                       ADD CORR-AMMOUNT TO WS-SR-MATCH-TOTAL
                       STRING "MATCHED statement=" CORR-DATE
                           " line=" WS-SR-LINE-NO " " CORR-DC " "
                           CORR-AMMOUNT " with " WS-SR-MATCH-WITH
                           DELIMITED BY SIZE INTO SETTLE-RECON-LINE
                       END-STRING
                   ELSE
                       MOVE "O" TO SL-STATUS
                       MOVE 0 TO SL-MATCH-DATE
                       STRING "UNMATCHED statement=" CORR-DATE
                           " line=" WS-SR-LINE-NO " " CORR-DC " "
                           CORR-AMMOUNT " ref=" CORR-REF " "
                           CORR-DESC
                           DELIMITED BY SIZE INTO SETTLE-RECON-LINE
                       END-STRING
                   END-IF
                   PERFORM WRITE-SETTLE-RECON-LINE
                   WRITE SETTLE-LINE-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to register "
                               "statement line "SL-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-SR-DUP-COUNT
           END-READ.
      * By reference where the line carries one of ours, otherwise
      * by date, direction and amount; a reference that is not one of
      * our numeric ones (the correspondent's own batch reference) is
      * tried against the batch totals too
       MATCH-SETTLEMENT-ITEM.
           MOVE "n" TO WS-SR-MATCHED
           MOVE SPACES TO WS-SR-MATCH-WITH
           IF WS-SR-REF IS NOT EQUAL TO SPACES AND
               WS-SR-REF IS NUMERIC
               PERFORM MATCH-OUTBOUND-REFERENCE
           ELSE
               PERFORM MATCH-SETTLEMENT-BATCH
           END-IF.
      * A sent item leaves the settlement account (a pull comes in),
      * and its return moves the other way; each leg settles once
       MATCH-OUTBOUND-REFERENCE.
           MOVE WS-SR-REF TO OSENT-REF
           READ OUTBOUND-SENT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "D" TO WS-SR-EXPECT-DC
                   IF OSENT-ORIGIN IS EQUAL TO "D"
                       MOVE "C" TO WS-SR-EXPECT-DC
                   END-IF
                   IF WS-SR-DC IS EQUAL TO WS-SR-EXPECT-DC
                       MOVE "S" TO WS-SR-LEG
                   ELSE
                       MOVE "R" TO WS-SR-LEG
                   END-IF
                   IF OSENT-AMMOUNT IS EQUAL TO WS-SR-AMMOUNT
                       IF WS-SR-LEG IS EQUAL TO "S" AND
                           OSENT-SETTLED IS NOT EQUAL TO "y"
                           MOVE "y" TO OSENT-SETTLED
                           MOVE "y" TO WS-SR-MATCHED
                           MOVE "outbound sent" TO WS-SR-MATCH-WITH
                       ELSE IF WS-SR-LEG IS EQUAL TO "R" AND
                           OSENT-STATUS IS EQUAL TO "R" AND
                           OSENT-RTN-SETTLED IS NOT EQUAL TO "y"
                           MOVE "y" TO OSENT-RTN-SETTLED
                           MOVE "y" TO WS-SR-MATCHED
                           MOVE "outbound return" TO WS-SR-MATCH-WITH
                       END-IF
                       END-IF
                   END-IF
                   IF WS-SR-MATCHED IS EQUAL TO "y"
                       REWRITE OUTBOUND-SENT-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to mark "
                                   "reference "OSENT-REF" settled"
                       END-REWRITE
                   END-IF
           END-READ.
      * First open batch for the same direction and amount registered
      * on the statement date, or failing that on the days back to
      * the business day before it: a batch sent after the cutoff, or
      * ahead of a weekend or holiday, settles a business day later
       MATCH-SETTLEMENT-BATCH.
           MOVE WS-SR-DATE TO WS-SR-SCAN-FROM
           MOVE WS-SR-DATE TO WS-SR-SCAN-TO
           PERFORM SCAN-SETTLEMENT-BATCHES
           IF WS-SR-MATCHED IS NOT EQUAL TO "y"
               PERFORM FIND-PRIOR-SETTLE-DAY
               IF WS-SR-PRIOR-DATE > 0
                   MOVE WS-SR-PRIOR-DATE TO WS-SR-SCAN-FROM
                   PERFORM SET-SETTLE-SCAN-TO
                   PERFORM SCAN-SETTLEMENT-BATCHES
               END-IF
           END-IF.
      * The business day before the statement date into
      * WS-SR-PRIOR-DATE, skipping weekends and configured holidays;
      * zero when the statement date is not a real date
       FIND-PRIOR-SETTLE-DAY.
           MOVE 0 TO WS-SR-PRIOR-DATE
           COMPUTE WS-SR-PRIOR-YMD = 20000000 + WS-SR-DATE
           COMPUTE WS-SR-PRIOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-SR-PRIOR-YMD)
           IF WS-SR-PRIOR-INT > 1
               MOVE "n" TO WS-SR-PRIOR-FOUND
               PERFORM UNTIL WS-SR-PRIOR-FOUND IS EQUAL TO "y"
                   SUBTRACT 1 FROM WS-SR-PRIOR-INT
                   COMPUTE WS-SR-PRIOR-DOW =
                       FUNCTION MOD(WS-SR-PRIOR-INT, 7)
                   COMPUTE WS-SR-PRIOR-YMD =
                       FUNCTION DATE-OF-INTEGER(WS-SR-PRIOR-INT)
                   COMPUTE WS-SR-PRIOR-DATE =
                       WS-SR-PRIOR-YMD - 20000000
                   MOVE "n" TO WS-SR-PRIOR-HOLIDAY
                   PERFORM VARYING WS-SR-HOL-IDX FROM 1 BY 1
                       UNTIL WS-SR-HOL-IDX > WS-HOLIDAY-COUNT
                       IF WS-HOLIDAY(WS-SR-HOL-IDX) IS EQUAL TO
                           WS-SR-PRIOR-DATE
                           MOVE "y" TO WS-SR-PRIOR-HOLIDAY
                       END-IF
                   END-PERFORM
      * Day 1 of the date-integer epoch was a Monday, so MOD 7 gives
      * 6 for Saturday and 0 for Sunday
                   IF WS-SR-PRIOR-DOW IS NOT EQUAL TO 6 AND
                       WS-SR-PRIOR-DOW IS NOT EQUAL TO 0 AND
                       WS-SR-PRIOR-HOLIDAY IS NOT EQUAL TO "y"
                       MOVE "y" TO WS-SR-PRIOR-FOUND
                   END-IF
               END-PERFORM
           END-IF.
      * The window ends the day before the statement date, which the
      * first scan already covered
       SET-SETTLE-SCAN-TO.
           COMPUTE WS-SR-PRIOR-YMD = 20000000 + WS-SR-DATE
           COMPUTE WS-SR-PRIOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-SR-PRIOR-YMD) - 1
           COMPUTE WS-SR-PRIOR-YMD =
               FUNCTION DATE-OF-INTEGER(WS-SR-PRIOR-INT)
           COMPUTE WS-SR-SCAN-TO = WS-SR-PRIOR-YMD - 20000000.
      * Open batches dated WS-SR-SCAN-FROM through WS-SR-SCAN-TO
       SCAN-SETTLEMENT-BATCHES.
           MOVE "n" TO WS-SR-SCAN-EOF
           MOVE WS-SR-SCAN-FROM TO SB-DATE
           MOVE LOW-VALUES TO SB-SOURCE
           MOVE 0 TO SB-TIME
           START SETTLEMENT-BATCHES KEY IS NOT LESS THAN SB-KEY
               INVALID KEY MOVE "y" TO WS-SR-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SR-SCAN-EOF IS EQUAL TO "y" OR
               WS-SR-MATCHED IS EQUAL TO "y"
               READ SETTLEMENT-BATCHES NEXT RECORD
                   AT END MOVE "y" TO WS-SR-SCAN-EOF
               END-READ
      * The file is keyed date-then-source, so once the date passes
      * the window the rest of the file can't match either
               IF WS-SR-SCAN-EOF IS NOT EQUAL TO "y" AND
                   SB-DATE > WS-SR-SCAN-TO
                   MOVE "y" TO WS-SR-SCAN-EOF
               ELSE IF WS-SR-SCAN-EOF IS NOT EQUAL TO "y" AND
                   SB-STATUS IS EQUAL TO "O" AND
                   SB-DC IS EQUAL TO WS-SR-DC AND
                   SB-AMMOUNT IS EQUAL TO WS-SR-AMMOUNT
                   MOVE "M" TO SB-STATUS
                   MOVE WS-SR-TODAY TO SB-MATCH-DATE
                   REWRITE SETTLE-BATCH-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to mark "
                               "settlement batch "SB-KEY" matched"
                   END-REWRITE
                   MOVE "y" TO WS-SR-MATCHED
                   MOVE SPACES TO WS-SR-MATCH-WITH
                   STRING "batch " SB-SOURCE " " SB-DATE
                       DELIMITED BY SIZE INTO WS-SR-MATCH-WITH
                   END-STRING
               END-IF
               END-IF
           END-PERFORM.
      * Age in days of the item dated WS-SR-AGE-DATE
       AGE-SETTLE-ITEM.
           MOVE 0 TO WS-SR-AGE
           IF WS-SR-AGE-DATE > 0 AND WS-SR-AGE-DATE < WS-SR-TODAY
               COMPUTE WS-SR-ITEM-YMD = 20000000 + WS-SR-AGE-DATE
               COMPUTE WS-SR-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SR-ITEM-YMD)
               COMPUTE WS-SR-AGE = WS-SR-TODAY-INT - WS-SR-ITEM-INT
           END-IF.
      * Statement-side open differences, old and new, with their age
       LIST-OPEN-SETTLE-LINES.
           MOVE "n" TO WS-SR-EOF
           MOVE LOW-VALUES TO SL-KEY
           START SETTLEMENT-LINES KEY IS GREATER THAN SL-KEY
               INVALID KEY MOVE "y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF IS EQUAL TO "y"
               READ SETTLEMENT-LINES NEXT RECORD
                   AT END MOVE "y" TO WS-SR-EOF
               END-READ
               IF WS-SR-EOF IS NOT EQUAL TO "y" AND
                   SL-STATUS IS EQUAL TO "O"
                   ADD 1 TO WS-SR-STMT-OPEN-COUNT
                   ADD SL-AMMOUNT TO WS-SR-STMT-OPEN-TOTAL
                   MOVE SL-DATE TO WS-SR-AGE-DATE
                   PERFORM AGE-SETTLE-ITEM
                   MOVE SPACES TO SETTLE-RECON-LINE
                   STRING "OPEN STATEMENT date=" SL-DATE
                       " line=" SL-LINE " " SL-DC " " SL-AMMOUNT
                       " ref=" SL-REF " " SL-DESC
                       " age-days=" WS-SR-AGE
                       DELIMITED BY SIZE INTO SETTLE-RECON-LINE
                   END-STRING
                   PERFORM WRITE-SETTLE-RECON-LINE
               END-IF
           END-PERFORM.
      * Our-side open differences from the outbound sent register:
      * a leg the statement should already have shown and has not
       LIST-UNSETTLED-OUTBOUND.
           MOVE "n" TO WS-SR-EOF
           MOVE LOW-VALUES TO OSENT-REF
           START OUTBOUND-SENT KEY IS GREATER THAN OSENT-REF
               INVALID KEY MOVE "y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF IS EQUAL TO "y"
               READ OUTBOUND-SENT NEXT RECORD
                   AT END MOVE "y" TO WS-SR-EOF
               END-READ
               IF WS-SR-EOF IS NOT EQUAL TO "y"
                   MOVE "D" TO WS-SR-EXPECT-DC
                   IF OSENT-ORIGIN IS EQUAL TO "D"
                       MOVE "C" TO WS-SR-EXPECT-DC
                   END-IF
                   IF OSENT-SETTLED IS NOT EQUAL TO "y" AND
                       OSENT-SENT-DATE IS NOT GREATER THAN
                       WS-SR-THROUGH
                       MOVE OSENT-SENT-DATE TO WS-SR-AGE-DATE
                       MOVE "sent" TO WS-SR-MATCH-WITH
                       PERFORM WRITE-UNSETTLED-OUTBOUND
                   END-IF
                   IF OSENT-STATUS IS EQUAL TO "R" AND
                       OSENT-RTN-SETTLED IS NOT EQUAL TO "y" AND
                       OSENT-RETURN-DATE IS NOT GREATER THAN
                       WS-SR-THROUGH
                       IF WS-SR-EXPECT-DC IS EQUAL TO "D"
                           MOVE "C" TO WS-SR-EXPECT-DC
                       ELSE
                           MOVE "D" TO WS-SR-EXPECT-DC
                       END-IF
                       MOVE OSENT-RETURN-DATE TO WS-SR-AGE-DATE
                       MOVE "return" TO WS-SR-MATCH-WITH
                       PERFORM WRITE-UNSETTLED-OUTBOUND
                   END-IF
               END-IF
           END-PERFORM.
       WRITE-UNSETTLED-OUTBOUND.
           ADD 1 TO WS-SR-OURS-OPEN-COUNT
           ADD OSENT-AMMOUNT TO WS-SR-OURS-OPEN-TOTAL
           PERFORM AGE-SETTLE-ITEM
           MOVE SPACES TO SETTLE-RECON-LINE
           STRING "OPEN OURS ref=" OSENT-REF
               " " WS-SR-MATCH-WITH(1:6)
               " date=" WS-SR-AGE-DATE
               " " WS-SR-EXPECT-DC " " OSENT-AMMOUNT
               " account=" OSENT-ACCOUNT-ID
               " age-days=" WS-SR-AGE
               DELIMITED BY SIZE INTO SETTLE-RECON-LINE
           END-STRING
           PERFORM WRITE-SETTLE-RECON-LINE.
      * Our-side open differences from the settlement batch register
       LIST-UNSETTLED-BATCHES.
           MOVE "n" TO WS-SR-EOF
           MOVE LOW-VALUES TO SB-KEY
           START SETTLEMENT-BATCHES KEY IS GREATER THAN SB-KEY
               INVALID KEY MOVE "y" TO WS-SR-EOF
           END-START
           PERFORM UNTIL WS-SR-EOF IS EQUAL TO "y"
               READ SETTLEMENT-BATCHES NEXT RECORD
                   AT END MOVE "y" TO WS-SR-EOF
               END-READ
               IF WS-SR-EOF IS NOT EQUAL TO "y" AND
                   SB-STATUS IS EQUAL TO "O" AND
                   SB-DATE IS NOT GREATER THAN WS-SR-THROUGH
                   ADD 1 TO WS-SR-OURS-OPEN-COUNT
                   ADD SB-AMMOUNT TO WS-SR-OURS-OPEN-TOTAL
                   MOVE SB-DATE TO WS-SR-AGE-DATE
                   PERFORM AGE-SETTLE-ITEM
                   MOVE SPACES TO SETTLE-RECON-LINE
                   STRING "OPEN OURS batch=" SB-SOURCE
                       " date=" SB-DATE
                       " " SB-DC " " SB-AMMOUNT
                       " items=" SB-COUNT
                       " age-days=" WS-SR-AGE
                       DELIMITED BY SIZE INTO SETTLE-RECON-LINE
                   END-STRING
                   PERFORM WRITE-SETTLE-RECON-LINE
               END-IF
           END-PERFORM.
      * GL chart-of-accounts maintenance: list the master, or propose
      * a new or changed account through the maker-checker queue
       MAINTAIN-GL-ACCOUNTS.
           DISPLAY "Enter a command. 'list' or 'set'"
           ACCEPT WS-GM-COMMAND
           IF WS-GM-COMMAND IS EQUAL TO "list"
               MOVE "n" TO WS-GM-EOF
               OPEN INPUT GL-ACCOUNT-MASTER
               MOVE LOW-VALUES TO GLA-NUMBER
               START GL-ACCOUNT-MASTER KEY IS GREATER THAN GLA-NUMBER
                   INVALID KEY MOVE "y" TO WS-GM-EOF
               END-START
               DISPLAY "---- GL accounts ----"
               PERFORM UNTIL WS-GM-EOF IS EQUAL TO "y"
                   READ GL-ACCOUNT-MASTER NEXT RECORD
                       AT END MOVE "y" TO WS-GM-EOF
                       NOT AT END
                           DISPLAY GLA-NUMBER" "GLA-NAME" type "
                               GLA-TYPE" normal "GLA-NORMAL
                               " active "GLA-ACTIVE
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MASTER
           ELSE IF WS-GM-COMMAND IS EQUAL TO "set"
               DISPLAY "Enter GL account number..."
               ACCEPT WS-GM-NUMBER
               DISPLAY "Enter account name..."
               ACCEPT WS-GM-NAME
               DISPLAY "Enter type (A)sset, (L)iability, (E)quity, "
                   "(I)ncome or e(X)pense..."
               ACCEPT WS-GM-TYPE
               DISPLAY "Enter normal balance (D or C)..."
               ACCEPT WS-GM-NORMAL
               DISPLAY "Active? y/n"
               ACCEPT WS-GM-ACTIVE
               IF WS-GM-NUMBER IS EQUAL TO 0
                   DISPLAY "Account number must not be zero"
               ELSE IF WS-GM-TYPE IS NOT EQUAL TO "A" AND
                   WS-GM-TYPE IS NOT EQUAL TO "L" AND
                   WS-GM-TYPE IS NOT EQUAL TO "E" AND
                   WS-GM-TYPE IS NOT EQUAL TO "I" AND
                   WS-GM-TYPE IS NOT EQUAL TO "X"
                   DISPLAY "Type must be A, L, E, I or X"
               ELSE IF WS-GM-NORMAL IS NOT EQUAL TO "D" AND
                   WS-GM-NORMAL IS NOT EQUAL TO "C"
                   DISPLAY "Normal balance must be D or C"
               ELSE IF WS-GM-ACTIVE IS NOT EQUAL TO "y" AND
                   WS-GM-ACTIVE IS NOT EQUAL TO "n"
                   DISPLAY "Active must be y or n"
               ELSE
      * Maker-checker: queued for a second staff member's approval
                   MOVE "GLACT" TO PC-TABLE
                   MOVE SPACES TO PC-KEY
                   MOVE WS-GM-NUMBER TO PC-KEY(1:6)
                   MOVE WS-GM-TYPE TO PC-KEY(7:1)
                   MOVE WS-GM-NORMAL TO PC-KEY(8:1)
                   MOVE WS-GM-ACTIVE TO PC-KEY(9:1)
                   MOVE 0 TO PC-NUM
                   MOVE 0 TO PC-DATE
                   MOVE SPACES TO PC-SIGN
                   MOVE WS-GM-NAME TO PC-DESC
                   MOVE 0 TO PC-GL
                   PERFORM QUEUE-TABLE-CHANGE
               END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY "Command not recognized..."
           END-IF.
       APPLY-GL-ACCOUNT-CHANGE.
           MOVE PC-KEY(1:6) TO GLA-NUMBER
           OPEN I-O GL-ACCOUNT-MASTER
               MOVE PC-DESC TO GLA-NAME
               MOVE PC-KEY(7:1) TO GLA-TYPE
               MOVE PC-KEY(8:1) TO GLA-NORMAL
               MOVE PC-KEY(9:1) TO GLA-ACTIVE
               WRITE GL-ACCOUNT-RECORD
                   INVALID KEY REWRITE GL-ACCOUNT-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE GL-ACCOUNT-MASTER
           DISPLAY "GL account "GLA-NUMBER" is now on file".
      * Daily batch: apply the journal extract and then the suspense
      * workbench's correcting pairs to the GL balances. Each file is
      * one batch, checked in full before anything from it posts; a
      * batch that does not balance, names an account that is not
      * active on the master, or falls in a closed year is refused
      * whole. Journal lines already posted by an earlier run are
      * skipped by reference; the correction file is emptied once
      * it has posted
       RUN-GL-POSTING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GP-RUN-DATE
           MOVE WS-CURRENT-TIME TO WS-GP-RUN-TIME
           MOVE WS-CURRENT-DATE(1:6) TO WS-GP-TODAY-PERIOD
           MOVE 0 TO WS-GP-BATCH-COUNT
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "glposting." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-GL-REPORT-PATH
           OPEN OUTPUT GL-REPORT-FILE
           MOVE SPACES TO GL-REPORT-LINE
           STRING "GL POSTING " WS-GP-RUN-DATE
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           MOVE "J" TO WS-GP-SOURCE
           PERFORM CHECK-GL-BATCH
           IF WS-GP-REFUSE-WHY IS EQUAL TO SPACES AND
               WS-GP-NEW-COUNT > 0
               PERFORM APPLY-GL-BATCH
           END-IF
           PERFORM REPORT-GL-BATCH
           MOVE "C" TO WS-GP-SOURCE
           PERFORM CHECK-GL-BATCH
           IF WS-GP-REFUSE-WHY IS EQUAL TO SPACES AND
               WS-GP-NEW-COUNT > 0
               PERFORM APPLY-GL-BATCH
      * Posted corrections are consumed so the next run cannot book
      * them twice
               OPEN OUTPUT GL-CORRECTION-FILE
               CLOSE GL-CORRECTION-FILE
           END-IF
           PERFORM REPORT-GL-BATCH
           CLOSE GL-REPORT-FILE
           MOVE "GL POSTING" TO WS-RC-TYPE
           MOVE WS-GP-BATCH-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       WRITE-GL-REPORT-LINE.
           WRITE GL-REPORT-LINE
           DISPLAY GL-REPORT-LINE.
       OPEN-GL-BATCH-FILE.
           IF WS-GP-SOURCE IS EQUAL TO "J"
               OPEN INPUT GL-JOURNAL-FILE
           ELSE
               OPEN INPUT GL-CORRECTION-FILE
           END-IF.
       CLOSE-GL-BATCH-FILE.
           IF WS-GP-SOURCE IS EQUAL TO "J"
               CLOSE GL-JOURNAL-FILE
           ELSE
               CLOSE GL-CORRECTION-FILE
           END-IF.
       READ-GL-BATCH-LINE.
           MOVE SPACES TO WS-GP-LINE
           IF WS-GP-SOURCE IS EQUAL TO "J"
               READ GL-JOURNAL-FILE
                   AT END MOVE "y" TO WS-GP-EOF
                   NOT AT END MOVE GL-JOURNAL-LINE TO WS-GP-LINE
               END-READ
           ELSE
               READ GL-CORRECTION-FILE
                   AT END MOVE "y" TO WS-GP-EOF
                   NOT AT END MOVE GL-CORRECTION-LINE TO WS-GP-LINE
               END-READ
           END-IF.
      * Split the line in WS-GP-LINE into side, account, amount and
      * reference; the amount is written as whole cents
       PARSE-GL-BATCH-LINE.
           MOVE SPACES TO WS-GP-SIDE
           MOVE SPACES TO WS-GP-ACCOUNT-TEXT
           MOVE SPACES TO WS-GP-AMT-TEXT
           MOVE SPACES TO WS-GP-REF
           MOVE 0 TO WS-GP-AMT-LEN
           MOVE 0 TO WS-GP-ACCOUNT
           MOVE 0 TO WS-GP-AMMOUNT
           UNSTRING WS-GP-LINE DELIMITED BY ","
               INTO WS-GP-SIDE
                    WS-GP-ACCOUNT-TEXT
                    WS-GP-AMT-TEXT COUNT IN WS-GP-AMT-LEN
                    WS-GP-REF
           END-UNSTRING
           IF WS-GP-ACCOUNT-TEXT(1:6) IS NUMERIC
               MOVE WS-GP-ACCOUNT-TEXT(1:6) TO WS-GP-ACCOUNT
           END-IF
           IF WS-GP-AMT-LEN > 0
               IF WS-GP-AMT-TEXT(1:WS-GP-AMT-LEN) IS NUMERIC
                   COMPUTE WS-GP-AMMOUNT = FUNCTION NUMVAL(
                       WS-GP-AMT-TEXT(1:WS-GP-AMT-LEN)) / 100
               END-IF
           END-IF.
      * The extract's trailer: line count, debit and credit totals
      * (whole cents) and the dates it was taken for; the GL period
      * is the month of the first posting day
       PARSE-GL-TRAILER.
           MOVE "y" TO WS-GP-TRL-SEEN
           MOVE SPACES TO WS-GP-TRL-PERIOD
           UNSTRING WS-GP-LINE DELIMITED BY "," OR "="
               INTO WS-GP-TRL-TAG
                    WS-GP-TRL-TAG
                    WS-GP-TRL-LINES
                    WS-GP-TRL-TAG
                    WS-GP-TRL-DEBITS
                    WS-GP-TRL-TAG
                    WS-GP-TRL-CREDITS
                    WS-GP-TRL-TAG
                    WS-GP-TRL-PERIOD
           END-UNSTRING
           COMPUTE WS-GP-TRL-DEBIT-TOTAL =
               FUNCTION NUMVAL(WS-GP-TRL-DEBITS) / 100
           COMPUTE WS-GP-TRL-CREDIT-TOTAL =
               FUNCTION NUMVAL(WS-GP-TRL-CREDITS) / 100
           IF WS-GP-TRL-PERIOD(1:6) IS NUMERIC
               MOVE WS-GP-TRL-PERIOD(1:6) TO WS-GP-PERIOD
           END-IF.
      * First pass over the batch: totals, account checks and which
      * lines are new. Leaves WS-GP-REFUSE-WHY blank when the batch
      * may post
       CHECK-GL-BATCH.
           MOVE SPACES TO WS-GP-REFUSE-WHY
           MOVE "n" TO WS-GP-EOF
           MOVE "n" TO WS-GP-VOID
           MOVE "n" TO WS-GP-TRL-SEEN
           MOVE 0 TO WS-GP-LINE-COUNT
           MOVE 0 TO WS-GP-NEW-COUNT
           MOVE 0 TO WS-GP-SKIP-COUNT
           MOVE 0 TO WS-GP-BAD-COUNT
           MOVE 0 TO WS-GP-DEBIT-TOTAL
           MOVE 0 TO WS-GP-CREDIT-TOTAL
           MOVE 0 TO WS-GP-NEW-DEBITS
           MOVE 0 TO WS-GP-NEW-CREDITS
           MOVE 0 TO WS-GP-TRL-DEBIT-TOTAL
           MOVE 0 TO WS-GP-TRL-CREDIT-TOTAL
           MOVE WS-GP-TODAY-PERIOD TO WS-GP-PERIOD
           PERFORM OPEN-GL-BATCH-FILE
           OPEN INPUT GL-ACCOUNT-MASTER
           OPEN INPUT GL-POSTED-REFS
           PERFORM UNTIL WS-GP-EOF IS EQUAL TO "y"
               PERFORM READ-GL-BATCH-LINE
               IF WS-GP-EOF IS NOT EQUAL TO "y"
                   PERFORM CHECK-ONE-GL-LINE
               END-IF
           END-PERFORM
           CLOSE GL-POSTED-REFS
           CLOSE GL-ACCOUNT-MASTER
           PERFORM CLOSE-GL-BATCH-FILE
           IF WS-GP-VOID IS EQUAL TO "y"
               MOVE "the extract was voided as out of balance" TO
                   WS-GP-REFUSE-WHY
           ELSE IF WS-GP-SOURCE IS EQUAL TO "J" AND
               WS-GP-LINE-COUNT > 0 AND
               WS-GP-TRL-SEEN IS NOT EQUAL TO "y"
               MOVE "the extract has no trailer" TO WS-GP-REFUSE-WHY
           ELSE IF WS-GP-TRL-SEEN IS EQUAL TO "y" AND
               (WS-GP-TRL-DEBIT-TOTAL IS NOT EQUAL TO
               WS-GP-DEBIT-TOTAL OR
               WS-GP-TRL-CREDIT-TOTAL IS NOT EQUAL TO
               WS-GP-CREDIT-TOTAL)
               MOVE "the lines do not add up to the trailer" TO
                   WS-GP-REFUSE-WHY
           ELSE IF WS-GP-DEBIT-TOTAL IS NOT EQUAL TO
               WS-GP-CREDIT-TOTAL OR
               WS-GP-NEW-DEBITS IS NOT EQUAL TO WS-GP-NEW-CREDITS
               MOVE "debits and credits do not balance" TO
                   WS-GP-REFUSE-WHY
           ELSE IF WS-GP-BAD-COUNT > 0
               MOVE "lines name accounts not active on the master" TO
                   WS-GP-REFUSE-WHY
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-GP-REFUSE-WHY IS EQUAL TO SPACES AND
               WS-GP-NEW-COUNT > 0
               MOVE WS-GP-PERIOD(1:4) TO GLY-YEAR
               OPEN INPUT GL-YEARS
                   READ GL-YEARS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF GLY-STATUS IS EQUAL TO "C"
                               MOVE "the period's year is closed" TO
                                   WS-GP-REFUSE-WHY
                           END-IF
                   END-READ
               CLOSE GL-YEARS
           END-IF.
       CHECK-ONE-GL-LINE.
           IF WS-GP-LINE(1:4) IS EQUAL TO "VOID"
               MOVE "y" TO WS-GP-VOID
           ELSE IF WS-GP-LINE(1:4) IS EQUAL TO "TRL,"
               PERFORM PARSE-GL-TRAILER
           ELSE IF WS-GP-LINE(1:2) IS EQUAL TO "D," OR
               WS-GP-LINE(1:2) IS EQUAL TO "C,"
               PERFORM PARSE-GL-BATCH-LINE
               ADD 1 TO WS-GP-LINE-COUNT
               IF WS-GP-SIDE IS EQUAL TO "D"
                   ADD WS-GP-AMMOUNT TO WS-GP-DEBIT-TOTAL
               ELSE
                   ADD WS-GP-AMMOUNT TO WS-GP-CREDIT-TOTAL
               END-IF
               MOVE WS-GP-ACCOUNT TO GLA-NUMBER
               READ GL-ACCOUNT-MASTER
                   INVALID KEY
                       ADD 1 TO WS-GP-BAD-COUNT
                       MOVE SPACES TO GL-REPORT-LINE
                       STRING "  account " WS-GP-ACCOUNT
                           " is not on the GL master (ref "
                           WS-GP-REF ")"
                           DELIMITED BY SIZE INTO GL-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-GL-REPORT-LINE
                   NOT INVALID KEY
                       IF GLA-ACTIVE IS NOT EQUAL TO "y"
                           ADD 1 TO WS-GP-BAD-COUNT
                           MOVE SPACES TO GL-REPORT-LINE
                           STRING "  account " WS-GP-ACCOUNT
                               " is inactive (ref " WS-GP-REF ")"
                               DELIMITED BY SIZE INTO GL-REPORT-LINE
                           END-STRING
                           PERFORM WRITE-GL-REPORT-LINE
                       END-IF
               END-READ
               PERFORM CHECK-GL-LINE-NEW
               IF WS-GP-NEW IS EQUAL TO "y"
                   ADD 1 TO WS-GP-NEW-COUNT
                   IF WS-GP-SIDE IS EQUAL TO "D"
                       ADD WS-GP-AMMOUNT TO WS-GP-NEW-DEBITS
                   ELSE
                       ADD WS-GP-AMMOUNT TO WS-GP-NEW-CREDITS
                   END-IF
               ELSE
                   ADD 1 TO WS-GP-SKIP-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.
      * A journal line is new unless an earlier run registered its
      * reference; both lines of a pair share the reference, so one
      * registered by this same run still counts as new.
      * Corrections are consumed once posted and are always new
       CHECK-GL-LINE-NEW.
           MOVE "y" TO WS-GP-NEW
           IF WS-GP-SOURCE IS EQUAL TO "J"
               MOVE WS-GP-REF TO GPR-REF
               READ GL-POSTED-REFS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GPR-POSTED-DATE IS NOT EQUAL TO
                           WS-GP-RUN-DATE OR
                           GPR-POSTED-TIME IS NOT EQUAL TO
                           WS-GP-RUN-TIME
                           MOVE "n" TO WS-GP-NEW
                       END-IF
               END-READ
           END-IF.
      * Second pass: post every new line to its account's row for
      * the batch period and register journal references
       APPLY-GL-BATCH.
           MOVE "n" TO WS-GP-EOF
           PERFORM OPEN-GL-BATCH-FILE
           OPEN I-O GL-BALANCES
           OPEN I-O GL-POSTED-REFS
           PERFORM UNTIL WS-GP-EOF IS EQUAL TO "y"
               PERFORM READ-GL-BATCH-LINE
               IF WS-GP-EOF IS NOT EQUAL TO "y" AND
                   (WS-GP-LINE(1:2) IS EQUAL TO "D," OR
                   WS-GP-LINE(1:2) IS EQUAL TO "C,")
                   PERFORM PARSE-GL-BATCH-LINE
                   PERFORM CHECK-GL-LINE-NEW
                   IF WS-GP-NEW IS EQUAL TO "y"
                       PERFORM POST-ONE-GL-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GL-POSTED-REFS
           CLOSE GL-BALANCES
           PERFORM CLOSE-GL-BATCH-FILE
           MOVE WS-GP-PERIOD(1:4) TO WS-GY-OPEN-YEAR
           PERFORM ENSURE-GL-YEAR-OPEN.
       POST-ONE-GL-LINE.
           MOVE WS-GP-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-GP-PERIOD TO GLB-PERIOD
           READ GL-BALANCES
               INVALID KEY
                   MOVE WS-GP-ACCOUNT TO GLB-ACCOUNT
                   MOVE WS-GP-PERIOD TO GLB-PERIOD
                   MOVE 0 TO GLB-DEBITS
                   MOVE 0 TO GLB-CREDITS
                   PERFORM ADD-GL-LINE-AMMOUNT
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to add GL balance "
                               GLB-KEY
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-GL-LINE-AMMOUNT
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to update GL balance "
                               GLB-KEY
                   END-REWRITE
           END-READ
           IF WS-GP-SOURCE IS EQUAL TO "J"
               MOVE WS-GP-REF TO GPR-REF
               MOVE WS-GP-PERIOD TO GPR-PERIOD
               MOVE WS-GP-RUN-DATE TO GPR-POSTED-DATE
               MOVE WS-GP-RUN-TIME TO GPR-POSTED-TIME
               WRITE GL-POSTED-REF-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       ADD-GL-LINE-AMMOUNT.
           IF WS-GP-SIDE IS EQUAL TO "D"
               ADD WS-GP-AMMOUNT TO GLB-DEBITS
           ELSE
               ADD WS-GP-AMMOUNT TO GLB-CREDITS
           END-IF
           MOVE WS-GP-RUN-DATE TO GLB-LAST-POSTED.
       REPORT-GL-BATCH.
           ADD 1 TO WS-GP-BATCH-COUNT
           MOVE SPACES TO GL-REPORT-LINE
           IF WS-GP-REFUSE-WHY IS NOT EQUAL TO SPACES
               STRING "REFUSED " WS-GP-SOURCE " batch period="
                   WS-GP-PERIOD ": " WS-GP-REFUSE-WHY
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING "GL posting refused a batch: " WS-GP-REFUSE-WHY
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               END-STRING
               MOVE "E" TO WS-OPS-SEVERITY
               PERFORM SEND-OPS-ALERT
           ELSE
               STRING "POSTED " WS-GP-SOURCE " batch period="
                   WS-GP-PERIOD " lines=" WS-GP-NEW-COUNT
                   " debits=" WS-GP-NEW-DEBITS
                   " credits=" WS-GP-NEW-CREDITS
                   " already-posted=" WS-GP-SKIP-COUNT
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
           END-IF.
      * A year the GL has posted to is on the year file as open until
      * the year-end close marks it closed
       ENSURE-GL-YEAR-OPEN.
           MOVE WS-GY-OPEN-YEAR TO GLY-YEAR
           OPEN I-O GL-YEARS
               READ GL-YEARS
                   INVALID KEY
                       MOVE WS-GY-OPEN-YEAR TO GLY-YEAR
                       MOVE "O" TO GLY-STATUS
                       MOVE 0 TO GLY-CLOSED-DATE
                       MOVE SPACES TO GLY-CLOSED-BY
                       MOVE 0 TO GLY-NET-INCOME
                       WRITE GL-YEAR-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
           CLOSE GL-YEARS.
      * Sum one account's GL rows from period WS-GA-FROM through
      * WS-GA-THRU into WS-GA-DEBITS and WS-GA-CREDITS. GL-BALANCES
      * must already be open
       ACCUM-GL-RANGE.
           MOVE 0 TO WS-GA-DEBITS
           MOVE 0 TO WS-GA-CREDITS
           MOVE "n" TO WS-GA-EOF
           MOVE WS-GA-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-GA-FROM TO GLB-PERIOD
           START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
               INVALID KEY MOVE "y" TO WS-GA-EOF
           END-START
           PERFORM UNTIL WS-GA-EOF IS EQUAL TO "y"
               READ GL-BALANCES NEXT RECORD
                   AT END MOVE "y" TO WS-GA-EOF
               END-READ
      * The file is keyed account-then-period, so once the account
      * stops matching the rest of the file can't match either
               IF WS-GA-EOF IS NOT EQUAL TO "y" AND
                   (GLB-ACCOUNT IS NOT EQUAL TO WS-GA-ACCOUNT OR
                   GLB-PERIOD > WS-GA-THRU)
                   MOVE "y" TO WS-GA-EOF
               ELSE IF WS-GA-EOF IS NOT EQUAL TO "y"
                   ADD GLB-DEBITS TO WS-GA-DEBITS
                   ADD GLB-CREDITS TO WS-GA-CREDITS
               END-IF
               END-IF
           END-PERFORM.
      * Net of the summed range on the natural side of WS-GT-TYPE:
      * debit for assets and expenses, credit for the rest, so a
      * contra account shows negative inside its section
       NET-GL-RANGE.
           IF WS-GT-TYPE IS EQUAL TO "A" OR WS-GT-TYPE IS EQUAL TO "X"
               COMPUTE WS-GA-NET = WS-GA-DEBITS - WS-GA-CREDITS
           ELSE
               COMPUTE WS-GA-NET = WS-GA-CREDITS - WS-GA-DEBITS
           END-IF.
      * Accept the reporting period and work out where its year
      * starts; warns when the year before was posted to and never
      * closed, since its balances have not been brought forward
       GET-GL-REPORT-PERIOD.
           DISPLAY "Enter GL period (YYYYMM)..."
           ACCEPT WS-GT-PERIOD
           MOVE WS-GT-PERIOD(1:4) TO WS-GT-YEAR
           COMPUTE WS-GT-YEAR-START = WS-GT-YEAR * 100
           MOVE "n" TO WS-GT-PRIOR-OPEN
           COMPUTE GLY-YEAR = WS-GT-YEAR - 1
           OPEN INPUT GL-YEARS
               READ GL-YEARS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF GLY-STATUS IS NOT EQUAL TO "C"
                           MOVE "y" TO WS-GT-PRIOR-OPEN
                       END-IF
               END-READ
           CLOSE GL-YEARS.
       WARN-GL-PRIOR-OPEN.
           IF WS-GT-PRIOR-OPEN IS EQUAL TO "y"
               MOVE SPACES TO GL-REPORT-LINE
               STRING "WARNING year " GLY-YEAR " is not closed; its "
                   "balances are not brought forward"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
           END-IF.
      * Trial balance as at the end of the period entered: every
      * account with a balance for the year to date (opening balance
      * included) in the debit or credit column, flagged where the
      * balance sits on the side opposite its normal balance
       RUN-GL-TRIAL-BALANCE.
           PERFORM GET-GL-REPORT-PERIOD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO WS-GT-DEBIT-TOTAL
           MOVE 0 TO WS-GT-CREDIT-TOTAL
           MOVE 0 TO WS-GT-ACCOUNT-COUNT
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "gltrial." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-GL-REPORT-PATH
           OPEN OUTPUT GL-REPORT-FILE
           MOVE SPACES TO GL-REPORT-LINE
           STRING "GL TRIAL BALANCE period=" WS-GT-PERIOD
               " run=" WS-CURRENT-DATE
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           PERFORM WARN-GL-PRIOR-OPEN
           MOVE "n" TO WS-GT-EOF
           OPEN INPUT GL-ACCOUNT-MASTER
           OPEN INPUT GL-BALANCES
           MOVE LOW-VALUES TO GLA-NUMBER
           START GL-ACCOUNT-MASTER KEY IS GREATER THAN GLA-NUMBER
               INVALID KEY MOVE "y" TO WS-GT-EOF
           END-START
           PERFORM UNTIL WS-GT-EOF IS EQUAL TO "y"
               READ GL-ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE "y" TO WS-GT-EOF
               END-READ
               IF WS-GT-EOF IS NOT EQUAL TO "y"
                   PERFORM WRITE-TRIAL-BALANCE-LINE
               END-IF
           END-PERFORM
           CLOSE GL-BALANCES
           CLOSE GL-ACCOUNT-MASTER
           MOVE SPACES TO GL-REPORT-LINE
           STRING "TOTAL accounts=" WS-GT-ACCOUNT-COUNT
               " debits=" WS-GT-DEBIT-TOTAL
               " credits=" WS-GT-CREDIT-TOTAL
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           IF WS-GT-DEBIT-TOTAL IS EQUAL TO WS-GT-CREDIT-TOTAL
               MOVE "Trial balance is in balance" TO GL-REPORT-LINE
           ELSE
               MOVE "OUT OF BALANCE" TO GL-REPORT-LINE
           END-IF
           PERFORM WRITE-GL-REPORT-LINE
           CLOSE GL-REPORT-FILE
           MOVE "GL TRIAL BAL" TO WS-RC-TYPE
           MOVE WS-GT-ACCOUNT-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       WRITE-TRIAL-BALANCE-LINE.
           MOVE GLA-NUMBER TO WS-GA-ACCOUNT
           MOVE WS-GT-YEAR-START TO WS-GA-FROM
           MOVE WS-GT-PERIOD TO WS-GA-THRU
           PERFORM ACCUM-GL-RANGE
           MOVE 0 TO WS-GT-DEBIT-COL
           MOVE 0 TO WS-GT-CREDIT-COL
           IF WS-GA-DEBITS > WS-GA-CREDITS
               COMPUTE WS-GT-DEBIT-COL = WS-GA-DEBITS - WS-GA-CREDITS
           ELSE
               COMPUTE WS-GT-CREDIT-COL = WS-GA-CREDITS - WS-GA-DEBITS
           END-IF
           IF WS-GT-DEBIT-COL > 0 OR WS-GT-CREDIT-COL > 0
               ADD 1 TO WS-GT-ACCOUNT-COUNT
               ADD WS-GT-DEBIT-COL TO WS-GT-DEBIT-TOTAL
               ADD WS-GT-CREDIT-COL TO WS-GT-CREDIT-TOTAL
               MOVE SPACES TO GL-REPORT-LINE
               STRING GLA-NUMBER " " GLA-NAME " " GLA-TYPE
                   " debit=" WS-GT-DEBIT-COL
                   " credit=" WS-GT-CREDIT-COL
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
               IF (GLA-NORMAL IS EQUAL TO "D" AND
                   WS-GT-CREDIT-COL > 0) OR
                   (GLA-NORMAL IS EQUAL TO "C" AND
                   WS-GT-DEBIT-COL > 0)
                   MOVE "* abnormal balance" TO GL-REPORT-LINE(90:18)
               END-IF
               PERFORM WRITE-GL-REPORT-LINE
           END-IF.
      * Income statement (period and year to date) and balance sheet
      * as at the end of the period entered. Income and expense not
      * yet closed show on the balance sheet as current-year earnings
       RUN-GL-STATEMENTS.
           PERFORM GET-GL-REPORT-PERIOD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "glstatements." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-GL-REPORT-PATH
           OPEN OUTPUT GL-REPORT-FILE
           MOVE 0 TO WS-GT-ACCOUNT-COUNT
           OPEN INPUT GL-ACCOUNT-MASTER
           OPEN INPUT GL-BALANCES
           MOVE SPACES TO GL-REPORT-LINE
           STRING "INCOME STATEMENT period=" WS-GT-PERIOD
               " (period / year to date)"
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           PERFORM WARN-GL-PRIOR-OPEN
           MOVE "I" TO WS-GT-TYPE
           PERFORM LIST-GL-STATEMENT-SECTION
           MOVE WS-GT-PERIOD-NET TO WS-GT-INCOME-PERIOD
           MOVE WS-GT-SECTION-TOTAL TO WS-GT-INCOME-YTD
           MOVE "X" TO WS-GT-TYPE
           PERFORM LIST-GL-STATEMENT-SECTION
           MOVE WS-GT-PERIOD-NET TO WS-GT-EXPENSE-PERIOD
           MOVE WS-GT-SECTION-TOTAL TO WS-GT-EXPENSE-YTD
           COMPUTE WS-GT-DISP-1 =
               WS-GT-INCOME-PERIOD - WS-GT-EXPENSE-PERIOD
           COMPUTE WS-GT-EARNINGS =
               WS-GT-INCOME-YTD - WS-GT-EXPENSE-YTD
           MOVE WS-GT-EARNINGS TO WS-GT-DISP-2
           MOVE SPACES TO GL-REPORT-LINE
           STRING "NET INCOME " WS-GT-DISP-1 " / " WS-GT-DISP-2
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           MOVE SPACES TO GL-REPORT-LINE
           STRING "BALANCE SHEET as at " WS-GT-PERIOD
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           MOVE "A" TO WS-GT-TYPE
           PERFORM LIST-GL-STATEMENT-SECTION
           MOVE WS-GT-SECTION-TOTAL TO WS-GT-ASSETS
           MOVE "L" TO WS-GT-TYPE
           PERFORM LIST-GL-STATEMENT-SECTION
           MOVE WS-GT-SECTION-TOTAL TO WS-GT-LIABILITIES
           MOVE "E" TO WS-GT-TYPE
           PERFORM LIST-GL-STATEMENT-SECTION
           MOVE WS-GT-SECTION-TOTAL TO WS-GT-EQUITY
           MOVE WS-GT-EARNINGS TO WS-GT-DISP-1
           MOVE SPACES TO GL-REPORT-LINE
           STRING "  current-year earnings " WS-GT-DISP-1
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           CLOSE GL-BALANCES
           CLOSE GL-ACCOUNT-MASTER
           MOVE WS-GT-ASSETS TO WS-GT-DISP-1
           COMPUTE WS-GT-DISP-2 = WS-GT-LIABILITIES + WS-GT-EQUITY +
               WS-GT-EARNINGS
           MOVE SPACES TO GL-REPORT-LINE
           STRING "TOTAL assets " WS-GT-DISP-1
               " liabilities, equity and earnings " WS-GT-DISP-2
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           IF WS-GT-ASSETS IS EQUAL TO
               WS-GT-LIABILITIES + WS-GT-EQUITY + WS-GT-EARNINGS
               MOVE "Balance sheet balances" TO GL-REPORT-LINE
           ELSE
               MOVE "BALANCE SHEET OUT OF BALANCE" TO GL-REPORT-LINE
           END-IF
           PERFORM WRITE-GL-REPORT-LINE
           CLOSE GL-REPORT-FILE
           MOVE "GL STATEMENTS" TO WS-RC-TYPE
           MOVE WS-GT-ACCOUNT-COUNT TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * One statement section: every account of type WS-GT-TYPE with
      * a balance. Balance-sheet accounts run from the year's
      * opening balance; income and expense show the period and the
      * year to date. Leaves the section's totals in
      * WS-GT-PERIOD-NET and WS-GT-SECTION-TOTAL
       LIST-GL-STATEMENT-SECTION.
           MOVE 0 TO WS-GT-PERIOD-NET
           MOVE 0 TO WS-GT-SECTION-TOTAL
           MOVE SPACES TO GL-REPORT-LINE
           IF WS-GT-TYPE IS EQUAL TO "A"
               MOVE " ASSETS" TO GL-REPORT-LINE
           ELSE IF WS-GT-TYPE IS EQUAL TO "L"
               MOVE " LIABILITIES" TO GL-REPORT-LINE
           ELSE IF WS-GT-TYPE IS EQUAL TO "E"
               MOVE " EQUITY" TO GL-REPORT-LINE
           ELSE IF WS-GT-TYPE IS EQUAL TO "I"
               MOVE " INCOME" TO GL-REPORT-LINE
           ELSE
               MOVE " EXPENSES" TO GL-REPORT-LINE
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-GL-REPORT-LINE
           MOVE "n" TO WS-GT-EOF
           MOVE LOW-VALUES TO GLA-NUMBER
           START GL-ACCOUNT-MASTER KEY IS GREATER THAN GLA-NUMBER
               INVALID KEY MOVE "y" TO WS-GT-EOF
           END-START
           PERFORM UNTIL WS-GT-EOF IS EQUAL TO "y"
               READ GL-ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE "y" TO WS-GT-EOF
               END-READ
               IF WS-GT-EOF IS NOT EQUAL TO "y" AND
                   GLA-TYPE IS EQUAL TO WS-GT-TYPE
                   PERFORM WRITE-GL-STATEMENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO GL-REPORT-LINE
           MOVE WS-GT-SECTION-TOTAL TO WS-GT-DISP-2
           IF WS-GT-TYPE IS EQUAL TO "I" OR WS-GT-TYPE IS EQUAL TO "X"
               MOVE WS-GT-PERIOD-NET TO WS-GT-DISP-1
               STRING "  total " WS-GT-DISP-1 " / " WS-GT-DISP-2
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
           ELSE
               STRING "  total " WS-GT-DISP-2
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-GL-REPORT-LINE.
       WRITE-GL-STATEMENT-LINE.
           MOVE GLA-NUMBER TO WS-GA-ACCOUNT
           MOVE WS-GT-PERIOD TO WS-GA-THRU
           IF WS-GT-TYPE IS EQUAL TO "I" OR WS-GT-TYPE IS EQUAL TO "X"
               MOVE WS-GT-PERIOD TO WS-GA-FROM
               PERFORM ACCUM-GL-RANGE
               PERFORM NET-GL-RANGE
               MOVE WS-GA-NET TO WS-GT-DISP-1
               ADD WS-GA-NET TO WS-GT-PERIOD-NET
               COMPUTE WS-GA-FROM = WS-GT-YEAR-START + 1
           ELSE
               MOVE WS-GT-YEAR-START TO WS-GA-FROM
           END-IF
           PERFORM ACCUM-GL-RANGE
           PERFORM NET-GL-RANGE
           IF WS-GA-DEBITS > 0 OR WS-GA-CREDITS > 0
               ADD 1 TO WS-GT-ACCOUNT-COUNT
               ADD WS-GA-NET TO WS-GT-SECTION-TOTAL
               MOVE WS-GA-NET TO WS-GT-DISP-2
               MOVE SPACES TO GL-REPORT-LINE
               IF WS-GT-TYPE IS EQUAL TO "I" OR
                   WS-GT-TYPE IS EQUAL TO "X"
                   STRING "  " GLA-NUMBER " " GLA-NAME " "
                       WS-GT-DISP-1 " / " WS-GT-DISP-2
                       DELIMITED BY SIZE INTO GL-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  " GLA-NUMBER " " GLA-NAME " "
                       WS-GT-DISP-2
                       DELIMITED BY SIZE INTO GL-REPORT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-GL-REPORT-LINE
           END-IF.
      * Year-end close: every income and expense account's balance
      * for the year is closed out in period 13 against retained
      * earnings, the year is marked closed so nothing more posts
      * to it, and the new year opens with each balance-sheet
      * account's closing balance brought forward into period 00
       RUN-GL-YEAR-END.
           DISPLAY "Enter the GL year to close (YYYY)..."
           ACCEPT WS-GY-YEAR
           MOVE "y" TO WS-GY-OK
           MOVE WS-GY-YEAR TO GLY-YEAR
           OPEN INPUT GL-YEARS
               READ GL-YEARS
                   INVALID KEY
                       DISPLAY "Nothing has posted to "WS-GY-YEAR
                       MOVE "n" TO WS-GY-OK
                   NOT INVALID KEY
                       IF GLY-STATUS IS EQUAL TO "C"
                           DISPLAY "Year "WS-GY-YEAR
                               " is already closed"
                           MOVE "n" TO WS-GY-OK
                       END-IF
               END-READ
           CLOSE GL-YEARS
           IF WS-GY-OK IS EQUAL TO "y"
               MOVE WS-GL-RETAINED-ACCOUNT TO GLA-NUMBER
               OPEN INPUT GL-ACCOUNT-MASTER
                   READ GL-ACCOUNT-MASTER
                       INVALID KEY
                           DISPLAY "Retained earnings account "
                               WS-GL-RETAINED-ACCOUNT
                               " is not on the GL master"
                           MOVE "n" TO WS-GY-OK
                       NOT INVALID KEY
                           IF GLA-TYPE IS NOT EQUAL TO "E" OR
                               GLA-ACTIVE IS NOT EQUAL TO "y"
                               DISPLAY "Retained earnings account "
                                   WS-GL-RETAINED-ACCOUNT
                                   " must be an active equity account"
                               MOVE "n" TO WS-GY-OK
                           END-IF
                   END-READ
               CLOSE GL-ACCOUNT-MASTER
           END-IF
           IF WS-GY-OK IS EQUAL TO "y"
               DISPLAY "Close "WS-GY-YEAR"? Nothing more can post "
                   "to it afterwards. y/n"
               ACCEPT WS-GY-CONFIRM
               IF WS-GY-CONFIRM IS EQUAL TO "y"
                   PERFORM CLOSE-GL-YEAR
               END-IF
           END-IF.
       CLOSE-GL-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO WS-GP-RUN-DATE
           MOVE WS-CURRENT-TIME TO WS-GP-RUN-TIME
           MOVE "Y" TO WS-GP-SOURCE
           MOVE 0 TO WS-GY-NET-INCOME
           MOVE 0 TO WS-GY-ENTRIES
           MOVE 0 TO WS-GY-OPENED
           COMPUTE WS-GY-NEXT-YEAR = WS-GY-YEAR + 1
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "glclose." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-GL-REPORT-PATH
           OPEN OUTPUT GL-REPORT-FILE
           MOVE SPACES TO GL-REPORT-LINE
           STRING "GL YEAR-END CLOSE " WS-GY-YEAR
               " by " WS-STAFF-ID-IN " on " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           OPEN INPUT GL-ACCOUNT-MASTER
           OPEN I-O GL-BALANCES
      * Closing entries: each income and expense balance reversed
           COMPUTE WS-GP-PERIOD = WS-GY-YEAR * 100 + 13
           COMPUTE WS-GA-FROM = WS-GY-YEAR * 100 + 1
           COMPUTE WS-GA-THRU = WS-GY-YEAR * 100 + 12
           MOVE "n" TO WS-GY-EOF
           MOVE LOW-VALUES TO GLA-NUMBER
           START GL-ACCOUNT-MASTER KEY IS GREATER THAN GLA-NUMBER
               INVALID KEY MOVE "y" TO WS-GY-EOF
           END-START
           PERFORM UNTIL WS-GY-EOF IS EQUAL TO "y"
               READ GL-ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE "y" TO WS-GY-EOF
               END-READ
               IF WS-GY-EOF IS NOT EQUAL TO "y" AND
                   (GLA-TYPE IS EQUAL TO "I" OR
                   GLA-TYPE IS EQUAL TO "X")
                   PERFORM CLOSE-ONE-GL-ACCOUNT
               END-IF
           END-PERFORM
      * The year's net income lands in retained earnings
           MOVE WS-GL-RETAINED-ACCOUNT TO WS-GP-ACCOUNT
           IF WS-GY-NET-INCOME > 0
               MOVE "C" TO WS-GP-SIDE
               MOVE WS-GY-NET-INCOME TO WS-GP-AMMOUNT
           ELSE
               MOVE "D" TO WS-GP-SIDE
               COMPUTE WS-GP-AMMOUNT = 0 - WS-GY-NET-INCOME
           END-IF
           IF WS-GP-AMMOUNT > 0
               PERFORM POST-ONE-GL-LINE
               PERFORM WRITE-GL-CLOSE-LINE
           END-IF
      * Opening balances: each balance-sheet account's position after
      * the close, brought forward into the new year's period 00
           COMPUTE WS-GA-FROM = WS-GY-YEAR * 100
           COMPUTE WS-GA-THRU = WS-GY-YEAR * 100 + 13
           MOVE "n" TO WS-GY-EOF
           MOVE LOW-VALUES TO GLA-NUMBER
           START GL-ACCOUNT-MASTER KEY IS GREATER THAN GLA-NUMBER
               INVALID KEY MOVE "y" TO WS-GY-EOF
           END-START
           PERFORM UNTIL WS-GY-EOF IS EQUAL TO "y"
               READ GL-ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE "y" TO WS-GY-EOF
               END-READ
               IF WS-GY-EOF IS NOT EQUAL TO "y" AND
                   (GLA-TYPE IS EQUAL TO "A" OR
                   GLA-TYPE IS EQUAL TO "L" OR
                   GLA-TYPE IS EQUAL TO "E")
                   PERFORM OPEN-ONE-GL-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE GL-BALANCES
           CLOSE GL-ACCOUNT-MASTER
           MOVE WS-GY-YEAR TO GLY-YEAR
           OPEN I-O GL-YEARS
               READ GL-YEARS
                   INVALID KEY CONTINUE
               END-READ
               MOVE WS-GY-YEAR TO GLY-YEAR
               MOVE "C" TO GLY-STATUS
               MOVE WS-CURRENT-DATE TO GLY-CLOSED-DATE
               MOVE WS-STAFF-ID-IN TO GLY-CLOSED-BY
               MOVE WS-GY-NET-INCOME TO GLY-NET-INCOME
               REWRITE GL-YEAR-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to mark "WS-GY-YEAR
                           " closed"
               END-REWRITE
           CLOSE GL-YEARS
           MOVE WS-GY-NEXT-YEAR TO WS-GY-OPEN-YEAR
           PERFORM ENSURE-GL-YEAR-OPEN
           MOVE WS-GY-NET-INCOME TO WS-GT-DISP-1
           MOVE SPACES TO GL-REPORT-LINE
           STRING "TOTAL closing-entries=" WS-GY-ENTRIES
               " net-income=" WS-GT-DISP-1
               " opening-balances=" WS-GY-OPENED
               " year " WS-GY-NEXT-YEAR " open"
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE
           CLOSE GL-REPORT-FILE
           MOVE "GL YEAR CLOSE" TO WS-RC-TYPE
           MOVE WS-GY-ENTRIES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           MOVE "GL-CLOSE" TO WS-AUDIT-ACTION
           MOVE WS-GY-YEAR TO WS-AUDIT-KEY
           MOVE "open" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "closed net income " WS-GT-DISP-1
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-STRING
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION.
       CLOSE-ONE-GL-ACCOUNT.
           MOVE GLA-NUMBER TO WS-GA-ACCOUNT
           PERFORM ACCUM-GL-RANGE
           MOVE GLA-NUMBER TO WS-GP-ACCOUNT
           IF WS-GA-DEBITS > WS-GA-CREDITS
               MOVE "C" TO WS-GP-SIDE
               COMPUTE WS-GP-AMMOUNT = WS-GA-DEBITS - WS-GA-CREDITS
               SUBTRACT WS-GP-AMMOUNT FROM WS-GY-NET-INCOME
           ELSE
               MOVE "D" TO WS-GP-SIDE
               COMPUTE WS-GP-AMMOUNT = WS-GA-CREDITS - WS-GA-DEBITS
               ADD WS-GP-AMMOUNT TO WS-GY-NET-INCOME
           END-IF
           IF WS-GP-AMMOUNT > 0
               PERFORM POST-ONE-GL-LINE
               PERFORM WRITE-GL-CLOSE-LINE
           END-IF.
       WRITE-GL-CLOSE-LINE.
           ADD 1 TO WS-GY-ENTRIES
           MOVE SPACES TO GL-REPORT-LINE
           STRING "CLOSE " WS-GP-SIDE " " WS-GP-ACCOUNT " "
               WS-GP-AMMOUNT " period=" WS-GP-PERIOD
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           END-STRING
           PERFORM WRITE-GL-REPORT-LINE.
       OPEN-ONE-GL-ACCOUNT.
           MOVE GLA-NUMBER TO WS-GA-ACCOUNT
           PERFORM ACCUM-GL-RANGE
           IF WS-GA-DEBITS IS NOT EQUAL TO WS-GA-CREDITS
               MOVE GLA-NUMBER TO GLB-ACCOUNT
               COMPUTE GLB-PERIOD = WS-GY-NEXT-YEAR * 100
               READ GL-BALANCES
                   INVALID KEY
                       MOVE "n" TO WS-GY-CONFIRM
                   NOT INVALID KEY
                       MOVE "y" TO WS-GY-CONFIRM
               END-READ
               MOVE GLA-NUMBER TO GLB-ACCOUNT
               COMPUTE GLB-PERIOD = WS-GY-NEXT-YEAR * 100
               MOVE 0 TO GLB-DEBITS
               MOVE 0 TO GLB-CREDITS
               IF WS-GA-DEBITS > WS-GA-CREDITS
                   COMPUTE GLB-DEBITS = WS-GA-DEBITS - WS-GA-CREDITS
               ELSE
                   COMPUTE GLB-CREDITS = WS-GA-CREDITS - WS-GA-DEBITS
               END-IF
               MOVE WS-GP-RUN-DATE TO GLB-LAST-POSTED
               IF WS-GY-CONFIRM IS EQUAL TO "y"
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               ADD 1 TO WS-GY-OPENED
               MOVE SPACES TO GL-REPORT-LINE
               STRING "OPEN " GLA-NUMBER " " GLA-NAME
                   " debit=" GLB-DEBITS " credit=" GLB-CREDITS
                   " period=" GLB-PERIOD
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               END-STRING
               PERFORM WRITE-GL-REPORT-LINE
           END-IF.
      * Batch job: the quarter-end condition report. Deposits come
      * from the quarter-end balance snapshot (a month-end date the
      * snapshot rollup always keeps) plus the term deposits then
      * open; loans, term deposits and overdraft lines are scheduled
      * from their own files, and each schedule is tied to its GL
      * account's balance for the quarter's last period
       RUN-QUARTER-END-REPORT.
           DISPLAY "Enter quarter-end date (YYMMDD)..."
           ACCEPT WS-QR-DATE
           MOVE "y" TO WS-QR-FOUND
           DIVIDE WS-QR-DATE BY 100 GIVING WS-QR-PERIOD
           COMPUTE WS-QR-MONTH = FUNCTION MOD(WS-QR-PERIOD, 100)
           COMPUTE WS-QR-YMD = 20000000 + WS-QR-DATE
           COMPUTE WS-QR-INT = FUNCTION INTEGER-OF-DATE(WS-QR-YMD)
           MOVE 0 TO WS-QR-NEXT-YMD
           IF WS-QR-INT > 0
               COMPUTE WS-QR-NEXT-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-QR-INT + 1)
           END-IF
           IF WS-QR-INT IS EQUAL TO 0 OR
               FUNCTION MOD(WS-QR-NEXT-YMD, 100) IS NOT EQUAL TO 1 OR
               (WS-QR-MONTH IS NOT EQUAL TO 3 AND
               WS-QR-MONTH IS NOT EQUAL TO 6 AND
               WS-QR-MONTH IS NOT EQUAL TO 9 AND
               WS-QR-MONTH IS NOT EQUAL TO 12)
               DISPLAY "Error: "WS-QR-DATE" is not a quarter-end date"
               MOVE "n" TO WS-QR-FOUND
           ELSE
               MOVE WS-QR-DATE TO SNAP-DATE
               MOVE 0 TO SNAP-ACCOUNT-ID
               OPEN INPUT SNAPSHOT-DETAILS
                   START SNAPSHOT-DETAILS KEY IS NOT LESS THAN SNAP-KEY
                       INVALID KEY MOVE "n" TO WS-QR-FOUND
                   END-START
                   IF WS-QR-FOUND IS EQUAL TO "y"
                       READ SNAPSHOT-DETAILS NEXT RECORD
                           AT END MOVE "n" TO WS-QR-FOUND
                       END-READ
                   END-IF
                   IF WS-QR-FOUND IS EQUAL TO "y" AND
                       SNAP-DATE IS NOT EQUAL TO WS-QR-DATE
                       MOVE "n" TO WS-QR-FOUND
                   END-IF
               CLOSE SNAPSHOT-DETAILS
               IF WS-QR-FOUND IS NOT EQUAL TO "y"
                   DISPLAY "Error: there is no balance snapshot for "
                       WS-QR-DATE
               END-IF
           END-IF
           IF WS-QR-FOUND IS EQUAL TO "y"
               COMPUTE WS-QR-PERIOD = 200000 + WS-QR-PERIOD
               PERFORM BUILD-CONDITION-REPORT
           END-IF.
       READ-CONDITION-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "INSURED-LIMIT" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-QR-INSURED-LIMIT
           END-IF
           MOVE "DEPOSIT-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-QR-DEPOSIT-GL
           END-IF
           MOVE "TERM-DEPOSIT-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-QR-TD-GL
           END-IF
           MOVE "LOAN-PRINCIPAL-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-QR-LOAN-GL
           END-IF
           MOVE "OVERDRAFT-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-QR-OD-GL
           END-IF
           CLOSE BANK-PARAMETERS.
       BUILD-CONDITION-REPORT.
           PERFORM READ-CONDITION-PARAMETERS
           INITIALIZE WS-QR-BALANCE-TABLE
           INITIALIZE WS-QR-OWNER-TABLE
           INITIALIZE WS-QR-PROD-TABLE
           INITIALIZE WS-QR-BAND-TABLE
           INITIALIZE WS-QR-LTYPE-TABLE
           INITIALIZE WS-QR-TDB-TABLE
           MOVE 0 TO WS-QR-OWNER-COUNT
           MOVE 0 TO WS-QR-PROD-COUNT
           MOVE 0 TO WS-QR-LTYPE-COUNT
           MOVE 0 TO WS-QR-SNAP-COUNT
           MOVE 0 TO WS-QR-DEP-COUNT
           MOVE 0 TO WS-QR-DEPOSIT-TOTAL
           MOVE 0 TO WS-QR-TD-COUNT
           MOVE 0 TO WS-QR-TD-TOTAL
           MOVE 0 TO WS-QR-LOAN-COUNT
           MOVE 0 TO WS-QR-LOAN-TOTAL
           MOVE 0 TO WS-QR-OD-COUNT
           MOVE 0 TO WS-QR-OD-LIMIT-TOTAL
           MOVE 0 TO WS-QR-OD-DRAWN-TOTAL
           MOVE 0 TO WS-QR-OD-UNDRAWN-TOTAL
           MOVE 0 TO WS-QR-NOLINE-COUNT
           MOVE 0 TO WS-QR-NOLINE-TOTAL
           MOVE 0 TO WS-QR-OVER-OWNERS
           MOVE 0 TO WS-QR-OVER-ACCOUNTS
           MOVE 0 TO WS-QR-OVER-BALANCE
           MOVE 0 TO WS-QR-UNINSURED
           MOVE 0 TO WS-QR-DIFF-COUNT
           MOVE 0 TO WS-QR-LINES
           PERFORM LOAD-INSIDER-ACCOUNTS
           MOVE WS-QR-DATE TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "condition." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CONDITION-REPORT-PATH
           OPEN OUTPUT CONDITION-REPORT-FILE
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "QUARTER-END CONDITION REPORT as at " WS-QR-DATE
               " run " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE
           PERFORM TAKE-CONDITION-DEPOSITS
           PERFORM TAKE-CONDITION-TERM-DEPOSITS
           PERFORM TALLY-INSURED-OWNERS
           PERFORM WRITE-DEPOSIT-SCHEDULE
           PERFORM TAKE-CONDITION-LOANS
           PERFORM WRITE-LOAN-SCHEDULE
           PERFORM WRITE-TERM-DEPOSIT-SCHEDULE
           PERFORM WRITE-OVERDRAFT-SCHEDULE
           PERFORM TIE-CONDITION-TO-GL
           CLOSE CONDITION-REPORT-FILE
           MOVE "CONDITION RPT" TO WS-RC-TYPE
           MOVE WS-QR-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       WRITE-CONDITION-LINE.
           WRITE CONDITION-REPORT-LINE
           DISPLAY CONDITION-REPORT-LINE
           ADD 1 TO WS-QR-LINES.
      * Every account's quarter-end snapshot row: credit balances are
      * deposits, by product and size band and against the account
      * for the insured-limit test; debit balances are overdrawn and
      * counted here only when the account has no overdraft line
       TAKE-CONDITION-DEPOSITS.
           MOVE "n" TO WS-QR-EOF
           OPEN INPUT SNAPSHOT-DETAILS
           OPEN INPUT PRODUCT-CATALOG
           OPEN INPUT OVERDRAFT-DETAILS
           MOVE WS-QR-DATE TO SNAP-DATE
           MOVE 0 TO SNAP-ACCOUNT-ID
           START SNAPSHOT-DETAILS KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY MOVE "y" TO WS-QR-EOF
           END-START
           PERFORM UNTIL WS-QR-EOF IS EQUAL TO "y"
               READ SNAPSHOT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-QR-EOF
               END-READ
      * The file is keyed date-then-account, so once the date stops
      * matching the rest of the file can't match either
               IF WS-QR-EOF IS NOT EQUAL TO "y" AND
                   SNAP-DATE IS NOT EQUAL TO WS-QR-DATE
                   MOVE "y" TO WS-QR-EOF
               END-IF
               IF WS-QR-EOF IS NOT EQUAL TO "y"
                   ADD 1 TO WS-QR-SNAP-COUNT
                   IF SNAP-AMMOUNT > 0
                       MOVE SNAP-AMMOUNT TO WS-QR-AMMOUNT
                       ADD 1 TO WS-QR-DEP-COUNT
                       ADD WS-QR-AMMOUNT TO WS-QR-DEPOSIT-TOTAL
                       MOVE SNAP-ACCOUNT-TYPE TO WS-QR-KIND
                       PERFORM ADD-CONDITION-PRODUCT
                       PERFORM ADD-CONDITION-BAND
                       MOVE SNAP-ACCOUNT-ID TO WS-QR-ACCOUNT
                       PERFORM ADD-CONDITION-ACCOUNT-BALANCE
                   ELSE IF SNAP-AMMOUNT < 0
                       MOVE SNAP-ACCOUNT-ID TO OD-ACCOUNT-ID
                       READ OVERDRAFT-DETAILS
                           INVALID KEY
                               ADD 1 TO WS-QR-NOLINE-COUNT
                               SUBTRACT SNAP-AMMOUNT FROM
                                   WS-QR-NOLINE-TOTAL
                           NOT INVALID KEY CONTINUE
                       END-READ
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OVERDRAFT-DETAILS
           CLOSE PRODUCT-CATALOG
           CLOSE SNAPSHOT-DETAILS.
      * Add WS-QR-AMMOUNT to the product line for code WS-QR-KIND,
      * starting the line from the catalog the first time the code
      * is seen. PRODUCT-CATALOG must already be open
       ADD-CONDITION-PRODUCT.
           MOVE 0 TO WS-QR-P
           PERFORM VARYING WS-QR-X FROM 1 BY 1
               UNTIL WS-QR-X > WS-QR-PROD-COUNT
               IF WS-QR-P-CODE(WS-QR-X) IS EQUAL TO WS-QR-KIND
                   MOVE WS-QR-X TO WS-QR-P
               END-IF
           END-PERFORM
           IF WS-QR-P IS EQUAL TO 0 AND WS-QR-PROD-COUNT < 40
               ADD 1 TO WS-QR-PROD-COUNT
               MOVE WS-QR-PROD-COUNT TO WS-QR-P
               MOVE WS-QR-KIND TO WS-QR-P-CODE(WS-QR-P)
               MOVE WS-QR-KIND TO PROD-CODE
               READ PRODUCT-CATALOG
                   INVALID KEY
                       IF WS-QR-KIND IS EQUAL TO "c"
                           MOVE "Checking" TO WS-QR-P-NAME(WS-QR-P)
                       ELSE IF WS-QR-KIND IS EQUAL TO "s"
                           MOVE "Savings" TO WS-QR-P-NAME(WS-QR-P)
                       ELSE IF WS-QR-KIND IS EQUAL TO "t"
                           MOVE "Term deposits" TO
                               WS-QR-P-NAME(WS-QR-P)
                       ELSE
                           MOVE "Other" TO WS-QR-P-NAME(WS-QR-P)
                       END-IF
                       END-IF
                       END-IF
                   NOT INVALID KEY
                       MOVE PROD-NAME TO WS-QR-P-NAME(WS-QR-P)
               END-READ
           END-IF
           IF WS-QR-P > 0
               ADD 1 TO WS-QR-P-COUNT(WS-QR-P)
               ADD WS-QR-AMMOUNT TO WS-QR-P-BALANCE(WS-QR-P)
           END-IF.
       ADD-CONDITION-BAND.
           IF WS-QR-AMMOUNT < 10000
               MOVE 1 TO WS-QR-B
           ELSE IF WS-QR-AMMOUNT < 100000
               MOVE 2 TO WS-QR-B
           ELSE IF WS-QR-AMMOUNT IS NOT GREATER THAN
               WS-QR-INSURED-LIMIT
               MOVE 3 TO WS-QR-B
           ELSE
               MOVE 4 TO WS-QR-B
           END-IF
           END-IF
           END-IF
           ADD 1 TO WS-QR-B-COUNT(WS-QR-B)
           ADD WS-QR-AMMOUNT TO WS-QR-B-BALANCE(WS-QR-B).
       ADD-CONDITION-ACCOUNT-BALANCE.
           PERFORM VARYING WS-QR-X FROM 1 BY 1
               UNTIL WS-QR-X > WS-IM-ACCT-COUNT
               IF WS-IM-A-ID(WS-QR-X) IS EQUAL TO WS-QR-ACCOUNT
                   ADD WS-QR-AMMOUNT TO WS-QR-A-BALANCE(WS-QR-X)
               END-IF
           END-PERFORM.
      * Term deposits open at the quarter end: a deposit product of
      * their own, banded, added to the account for the insured-limit
      * test, and bucketed by what is left to maturity
       TAKE-CONDITION-TERM-DEPOSITS.
           MOVE "n" TO WS-QR-EOF
           OPEN INPUT TERM-DEPOSIT-DETAILS
           OPEN INPUT PRODUCT-CATALOG
           MOVE LOW-VALUES TO TD-ACCOUNT-ID
           START TERM-DEPOSIT-DETAILS KEY IS GREATER THAN TD-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-QR-EOF
           END-START
           PERFORM UNTIL WS-QR-EOF IS EQUAL TO "y"
               READ TERM-DEPOSIT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-QR-EOF
               END-READ
               IF WS-QR-EOF IS NOT EQUAL TO "y" AND
                   TD-AMMOUNT > 0 AND
                   TD-OPEN-DATE IS NOT GREATER THAN WS-QR-DATE
                   MOVE TD-AMMOUNT TO WS-QR-AMMOUNT
                   ADD 1 TO WS-QR-TD-COUNT
                   ADD WS-QR-AMMOUNT TO WS-QR-TD-TOTAL
                   MOVE "t" TO WS-QR-KIND
                   PERFORM ADD-CONDITION-PRODUCT
                   PERFORM ADD-CONDITION-BAND
                   MOVE TD-ACCOUNT-ID TO WS-QR-ACCOUNT
                   PERFORM ADD-CONDITION-ACCOUNT-BALANCE
                   MOVE 0 TO WS-QR-DAYS
                   IF TD-MATURITY-DATE > 0
                       COMPUTE WS-QR-YMD = 20000000 + TD-MATURITY-DATE
                       COMPUTE WS-QR-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-QR-YMD) -
                           WS-QR-INT
                   END-IF
                   IF WS-QR-DAYS IS NOT GREATER THAN 91
                       MOVE 1 TO WS-QR-B
                   ELSE IF WS-QR-DAYS IS NOT GREATER THAN 365
                       MOVE 2 TO WS-QR-B
                   ELSE IF WS-QR-DAYS IS NOT GREATER THAN 1095
                       MOVE 3 TO WS-QR-B
                   ELSE
                       MOVE 4 TO WS-QR-B
                   END-IF
                   END-IF
                   END-IF
                   ADD 1 TO WS-QR-TDB-COUNT(WS-QR-B)
                   ADD WS-QR-AMMOUNT TO WS-QR-TDB-BALANCE(WS-QR-B)
               END-IF
           END-PERFORM
           CLOSE PRODUCT-CATALOG
           CLOSE TERM-DEPOSIT-DETAILS.
      * Insured-limit test: each owner's single-ownership deposits and
      * share of joint deposits are insured to the limit separately.
      * A joint account is split evenly between its holders; a joint
      * holder who cannot be traced to a member leaves the whole
      * account with the primary holder
       TALLY-INSURED-OWNERS.
           PERFORM VARYING WS-QR-A FROM 1 BY 1
               UNTIL WS-QR-A > WS-IM-ACCT-COUNT
               IF WS-QR-A-BALANCE(WS-QR-A) > 0
                   PERFORM SPREAD-ACCOUNT-OWNERSHIP
               END-IF
           END-PERFORM
           PERFORM VARYING WS-QR-O FROM 1 BY 1
               UNTIL WS-QR-O > WS-QR-OWNER-COUNT
               IF WS-QR-O-SINGLE(WS-QR-O) > WS-QR-INSURED-LIMIT OR
                   WS-QR-O-JOINT(WS-QR-O) > WS-QR-INSURED-LIMIT
                   ADD 1 TO WS-QR-OVER-OWNERS
               END-IF
               IF WS-QR-O-SINGLE(WS-QR-O) > WS-QR-INSURED-LIMIT
                   COMPUTE WS-QR-UNINSURED = WS-QR-UNINSURED +
                       WS-QR-O-SINGLE(WS-QR-O) - WS-QR-INSURED-LIMIT
               END-IF
               IF WS-QR-O-JOINT(WS-QR-O) > WS-QR-INSURED-LIMIT
                   COMPUTE WS-QR-UNINSURED = WS-QR-UNINSURED +
                       WS-QR-O-JOINT(WS-QR-O) - WS-QR-INSURED-LIMIT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-QR-A FROM 1 BY 1
               UNTIL WS-QR-A > WS-IM-ACCT-COUNT
               IF WS-QR-A-BALANCE(WS-QR-A) > 0
                   PERFORM CHECK-ACCOUNT-OVER-LIMIT
                   IF WS-QR-OVER IS EQUAL TO "y"
                       ADD 1 TO WS-QR-OVER-ACCOUNTS
                       ADD WS-QR-A-BALANCE(WS-QR-A) TO
                           WS-QR-OVER-BALANCE
                   END-IF
               END-IF
           END-PERFORM.
       SPREAD-ACCOUNT-OWNERSHIP.
           PERFORM SET-PRIMARY-OWNER
           PERFORM FIND-CONDITION-OWNER
           IF WS-IM-A-JOINT(WS-QR-A) IS EQUAL TO SPACES
               IF WS-QR-O > 0
                   ADD WS-QR-A-BALANCE(WS-QR-A) TO
                       WS-QR-O-SINGLE(WS-QR-O)
               END-IF
           ELSE IF WS-IM-A-JOINT-MEMBER(WS-QR-A) IS EQUAL TO 0 OR
               WS-IM-A-JOINT-MEMBER(WS-QR-A) IS EQUAL TO
               WS-IM-A-MEMBER(WS-QR-A)
               IF WS-QR-O > 0
                   ADD WS-QR-A-BALANCE(WS-QR-A) TO
                       WS-QR-O-JOINT(WS-QR-O)
               END-IF
           ELSE
               DIVIDE WS-QR-A-BALANCE(WS-QR-A) BY 2
                   GIVING WS-QR-SHARE
               IF WS-QR-O > 0
                   COMPUTE WS-QR-O-JOINT(WS-QR-O) =
                       WS-QR-O-JOINT(WS-QR-O) +
                       WS-QR-A-BALANCE(WS-QR-A) - WS-QR-SHARE
               END-IF
               MOVE "M" TO WS-QR-KIND
               MOVE WS-IM-A-JOINT-MEMBER(WS-QR-A) TO WS-QR-OWNER-ID
               PERFORM FIND-CONDITION-OWNER
               IF WS-QR-O > 0
                   ADD WS-QR-SHARE TO WS-QR-O-JOINT(WS-QR-O)
               END-IF
           END-IF
           END-IF.
      * The account's primary owner: its member, or the account
      * itself when no member is on file
       SET-PRIMARY-OWNER.
           IF WS-IM-A-MEMBER(WS-QR-A) IS NOT EQUAL TO 0
               MOVE "M" TO WS-QR-KIND
               MOVE WS-IM-A-MEMBER(WS-QR-A) TO WS-QR-OWNER-ID
           ELSE
               MOVE "A" TO WS-QR-KIND
               MOVE WS-IM-A-ID(WS-QR-A) TO WS-QR-OWNER-ID
           END-IF.
      * Point WS-QR-O at the owner WS-QR-KIND/WS-QR-OWNER-ID, adding
      * it the first time; zero when the table is full
       FIND-CONDITION-OWNER.
           MOVE 0 TO WS-QR-O
           PERFORM VARYING WS-QR-X FROM 1 BY 1
               UNTIL WS-QR-X > WS-QR-OWNER-COUNT OR WS-QR-O > 0
               IF WS-QR-O-KIND(WS-QR-X) IS EQUAL TO WS-QR-KIND AND
                   WS-QR-O-ID(WS-QR-X) IS EQUAL TO WS-QR-OWNER-ID
                   MOVE WS-QR-X TO WS-QR-O
               END-IF
           END-PERFORM
           IF WS-QR-O IS EQUAL TO 0
               IF WS-QR-OWNER-COUNT < 3000
                   ADD 1 TO WS-QR-OWNER-COUNT
                   MOVE WS-QR-OWNER-COUNT TO WS-QR-O
                   MOVE WS-QR-KIND TO WS-QR-O-KIND(WS-QR-O)
                   MOVE WS-QR-OWNER-ID TO WS-QR-O-ID(WS-QR-O)
                   MOVE 0 TO WS-QR-O-SINGLE(WS-QR-O)
                   MOVE 0 TO WS-QR-O-JOINT(WS-QR-O)
               ELSE
                   DISPLAY "More than 3000 owners; owner "
                       WS-QR-OWNER-ID " is left out of the insured test"
               END-IF
           END-IF.
      * An account is above the limit when the ownership it is held
      * under is, for its primary holder or its joint holder
       CHECK-ACCOUNT-OVER-LIMIT.
           MOVE "n" TO WS-QR-OVER
           PERFORM SET-PRIMARY-OWNER
           PERFORM FIND-CONDITION-OWNER
           IF WS-QR-O > 0
               IF WS-IM-A-JOINT(WS-QR-A) IS EQUAL TO SPACES
                   IF WS-QR-O-SINGLE(WS-QR-O) > WS-QR-INSURED-LIMIT
                       MOVE "y" TO WS-QR-OVER
                   END-IF
               ELSE
                   IF WS-QR-O-JOINT(WS-QR-O) > WS-QR-INSURED-LIMIT
                       MOVE "y" TO WS-QR-OVER
                   END-IF
               END-IF
           END-IF
           IF WS-IM-A-JOINT(WS-QR-A) IS NOT EQUAL TO SPACES AND
               WS-IM-A-JOINT-MEMBER(WS-QR-A) IS NOT EQUAL TO 0
               MOVE "M" TO WS-QR-KIND
               MOVE WS-IM-A-JOINT-MEMBER(WS-QR-A) TO WS-QR-OWNER-ID
               PERFORM FIND-CONDITION-OWNER
               IF WS-QR-O > 0
                   IF WS-QR-O-JOINT(WS-QR-O) > WS-QR-INSURED-LIMIT
                       MOVE "y" TO WS-QR-OVER
                   END-IF
               END-IF
           END-IF.
       WRITE-DEPOSIT-SCHEDULE.
           MOVE "DEPOSIT SCHEDULE" TO CONDITION-REPORT-LINE
           PERFORM WRITE-CONDITION-LINE
           MOVE "  By product" TO CONDITION-REPORT-LINE
           PERFORM WRITE-CONDITION-LINE
           PERFORM VARYING WS-QR-P FROM 1 BY 1
               UNTIL WS-QR-P > WS-QR-PROD-COUNT
               MOVE WS-QR-P-BALANCE(WS-QR-P) TO WS-QR-DISP-1
               MOVE SPACES TO CONDITION-REPORT-LINE
               STRING "    " WS-QR-P-CODE(WS-QR-P) " "
                   WS-QR-P-NAME(WS-QR-P)
                   " accounts=" WS-QR-P-COUNT(WS-QR-P)
                   " balance=" WS-QR-DISP-1
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONDITION-LINE
           END-PERFORM
           COMPUTE WS-QR-DISP-1 = WS-QR-DEPOSIT-TOTAL + WS-QR-TD-TOTAL
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "    Total deposits accounts=" WS-QR-DEP-COUNT
               " term deposits=" WS-QR-TD-COUNT
               " balance=" WS-QR-DISP-1
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE
           MOVE "  By size band" TO CONDITION-REPORT-LINE
           PERFORM WRITE-CONDITION-LINE
           PERFORM VARYING WS-QR-B FROM 1 BY 1 UNTIL WS-QR-B > 4
               IF WS-QR-B IS EQUAL TO 1
                   MOVE "under 10,000" TO WS-QR-LABEL
               ELSE IF WS-QR-B IS EQUAL TO 2
                   MOVE "10,000 to 100,000" TO WS-QR-LABEL
               ELSE IF WS-QR-B IS EQUAL TO 3
                   MOVE "100,000 to limit" TO WS-QR-LABEL
               ELSE
                   MOVE "over insured limit" TO WS-QR-LABEL
               END-IF
               END-IF
               END-IF
               MOVE WS-QR-B-BALANCE(WS-QR-B) TO WS-QR-DISP-1
               MOVE SPACES TO CONDITION-REPORT-LINE
               STRING "    " WS-QR-LABEL
                   " items=" WS-QR-B-COUNT(WS-QR-B)
                   " balance=" WS-QR-DISP-1
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONDITION-LINE
           END-PERFORM
           MOVE WS-QR-INSURED-LIMIT TO WS-QR-DISP-1
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "  Above the insured limit of " WS-QR-DISP-1
               " per owner, single and joint ownership apart"
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE
           MOVE WS-QR-OVER-BALANCE TO WS-QR-DISP-1
           MOVE WS-QR-UNINSURED TO WS-QR-DISP-2
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "    owners=" WS-QR-OVER-OWNERS
               " accounts=" WS-QR-OVER-ACCOUNTS
               " balance=" WS-QR-DISP-1
               " uninsured=" WS-QR-DISP-2
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE.
      * Every loan with principal outstanding, by collateral type and
      * past-due status as at the quarter end; charged-off loans show
      * what is still written off but are not on the book
       TAKE-CONDITION-LOANS.
           MOVE "n" TO WS-QR-EOF
           OPEN INPUT LOAN-DETAILS
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT COLLATERAL-DETAILS
           MOVE LOW-VALUES TO LOAN-ACCOUNT-ID
           START LOAN-DETAILS KEY IS GREATER THAN LOAN-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-QR-EOF
           END-START
           PERFORM UNTIL WS-QR-EOF IS EQUAL TO "y"
               READ LOAN-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-QR-EOF
               END-READ
               IF WS-QR-EOF IS NOT EQUAL TO "y"
                   PERFORM TAKE-ONE-CONDITION-LOAN
               END-IF
           END-PERFORM
           CLOSE COLLATERAL-DETAILS
           CLOSE AMORT-SCHEDULE
           CLOSE LOAN-DETAILS.
       TAKE-ONE-CONDITION-LOAN.
           MOVE 0 TO WS-QR-AMMOUNT
           IF LOAN-DELINQ-STATUS IS EQUAL TO "X"
               MOVE 6 TO WS-QR-B
               MOVE LOAN-ACCOUNT-ID TO WS-CO-ACCOUNT
               MOVE "L" TO WS-CO-TYPE
               PERFORM SUM-CHARGEOFF-LEDGER
               IF WS-CO-OUTSTANDING > 0
                   MOVE WS-CO-OUTSTANDING TO WS-QR-AMMOUNT
               END-IF
           ELSE
               PERFORM FIND-LOAN-REMAINING-PRINCIPAL
               MOVE WS-VR-REMAIN TO WS-QR-AMMOUNT
               MOVE 1 TO WS-QR-B
               IF LOAN-DELINQ-SINCE > 0 AND
                   LOAN-DELINQ-SINCE IS NOT GREATER THAN WS-QR-DATE
                   COMPUTE WS-QR-YMD = 20000000 + LOAN-DELINQ-SINCE
                   COMPUTE WS-QR-DAYS = WS-QR-INT -
                       FUNCTION INTEGER-OF-DATE(WS-QR-YMD)
                   IF WS-QR-DAYS > 90
                       MOVE 5 TO WS-QR-B
                   ELSE IF WS-QR-DAYS > 60
                       MOVE 4 TO WS-QR-B
                   ELSE IF WS-QR-DAYS > 30
                       MOVE 3 TO WS-QR-B
                   ELSE IF WS-QR-DAYS > 0
                       MOVE 2 TO WS-QR-B
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-QR-AMMOUNT > 0
               MOVE "UNSECURED" TO WS-QR-TYPE
               MOVE LOAN-ACCOUNT-ID TO COLL-ACCOUNT-ID
               READ COLLATERAL-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF COLL-TYPE IS NOT EQUAL TO SPACES
                           MOVE COLL-TYPE TO WS-QR-TYPE
                       END-IF
               END-READ
               MOVE 0 TO WS-QR-L
               PERFORM VARYING WS-QR-X FROM 1 BY 1
                   UNTIL WS-QR-X > WS-QR-LTYPE-COUNT
                   IF WS-QR-L-TYPE(WS-QR-X) IS EQUAL TO WS-QR-TYPE
                       MOVE WS-QR-X TO WS-QR-L
                   END-IF
               END-PERFORM
      * Past twenty collateral types the rest share the last line
               IF WS-QR-L IS EQUAL TO 0
                   IF WS-QR-LTYPE-COUNT < 20
                       ADD 1 TO WS-QR-LTYPE-COUNT
                       MOVE WS-QR-TYPE TO
                           WS-QR-L-TYPE(WS-QR-LTYPE-COUNT)
                   ELSE
                       MOVE "OTHER" TO WS-QR-L-TYPE(20)
                   END-IF
                   MOVE WS-QR-LTYPE-COUNT TO WS-QR-L
               END-IF
               ADD 1 TO WS-QR-L-COUNT(WS-QR-L, WS-QR-B)
               ADD WS-QR-AMMOUNT TO WS-QR-L-BALANCE(WS-QR-L, WS-QR-B)
               IF WS-QR-B < 6
                   ADD 1 TO WS-QR-LOAN-COUNT
                   ADD WS-QR-AMMOUNT TO WS-QR-LOAN-TOTAL
               END-IF
           END-IF.
       WRITE-LOAN-SCHEDULE.
           MOVE "LOAN SCHEDULE (principal outstanding)" TO
               CONDITION-REPORT-LINE
           PERFORM WRITE-CONDITION-LINE
           PERFORM VARYING WS-QR-L FROM 1 BY 1
               UNTIL WS-QR-L > WS-QR-LTYPE-COUNT
               MOVE SPACES TO CONDITION-REPORT-LINE
               STRING "  " WS-QR-L-TYPE(WS-QR-L)
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONDITION-LINE
               PERFORM VARYING WS-QR-B FROM 1 BY 1 UNTIL WS-QR-B > 6
                   IF WS-QR-L-COUNT(WS-QR-L, WS-QR-B) > 0
                       PERFORM WRITE-LOAN-BUCKET-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-QR-LOAN-TOTAL TO WS-QR-DISP-1
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "  Total loans on book count=" WS-QR-LOAN-COUNT
               " balance=" WS-QR-DISP-1
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE.
       WRITE-LOAN-BUCKET-LINE.
           IF WS-QR-B IS EQUAL TO 1
               MOVE "current" TO WS-QR-LABEL
           ELSE IF WS-QR-B IS EQUAL TO 2
               MOVE "1-30 days past due" TO WS-QR-LABEL
           ELSE IF WS-QR-B IS EQUAL TO 3
               MOVE "31-60 days past due" TO WS-QR-LABEL
           ELSE IF WS-QR-B IS EQUAL TO 4
               MOVE "61-90 days past due" TO WS-QR-LABEL
           ELSE IF WS-QR-B IS EQUAL TO 5
               MOVE "91+ days past due" TO WS-QR-LABEL
           ELSE
               MOVE "charged off (memo)" TO WS-QR-LABEL
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE WS-QR-L-BALANCE(WS-QR-L, WS-QR-B) TO WS-QR-DISP-1
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "    " WS-QR-LABEL
               " count=" WS-QR-L-COUNT(WS-QR-L, WS-QR-B)
               " balance=" WS-QR-DISP-1
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE.
       WRITE-TERM-DEPOSIT-SCHEDULE.
           MOVE "TERM DEPOSITS BY REMAINING MATURITY" TO
               CONDITION-REPORT-LINE
           PERFORM WRITE-CONDITION-LINE
           PERFORM VARYING WS-QR-B FROM 1 BY 1 UNTIL WS-QR-B > 4
               IF WS-QR-B IS EQUAL TO 1
                   MOVE "3 months or less" TO WS-QR-LABEL
               ELSE IF WS-QR-B IS EQUAL TO 2
                   MOVE "over 3 to 12 months" TO WS-QR-LABEL
               ELSE IF WS-QR-B IS EQUAL TO 3
                   MOVE "over 1 to 3 years" TO WS-QR-LABEL
               ELSE
                   MOVE "over 3 years" TO WS-QR-LABEL
               END-IF
               END-IF
               END-IF
               MOVE WS-QR-TDB-BALANCE(WS-QR-B) TO WS-QR-DISP-1
               MOVE SPACES TO CONDITION-REPORT-LINE
               STRING "  " WS-QR-LABEL
                   " count=" WS-QR-TDB-COUNT(WS-QR-B)
                   " balance=" WS-QR-DISP-1
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONDITION-LINE
           END-PERFORM
           MOVE WS-QR-TD-TOTAL TO WS-QR-DISP-1
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "  Total term deposits count=" WS-QR-TD-COUNT
               " balance=" WS-QR-DISP-1
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE.
      * Every overdraft line with what was drawn on it at the quarter
      * end (the account's snapshot debit balance) and what was left
      * undrawn
       WRITE-OVERDRAFT-SCHEDULE.
           MOVE "OVERDRAFT LINES" TO CONDITION-REPORT-LINE
           PERFORM WRITE-CONDITION-LINE
           MOVE "n" TO WS-QR-EOF
           OPEN INPUT OVERDRAFT-DETAILS
           OPEN INPUT SNAPSHOT-DETAILS
           MOVE LOW-VALUES TO OD-ACCOUNT-ID
           START OVERDRAFT-DETAILS KEY IS GREATER THAN OD-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-QR-EOF
           END-START
           PERFORM UNTIL WS-QR-EOF IS EQUAL TO "y"
               READ OVERDRAFT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-QR-EOF
               END-READ
               IF WS-QR-EOF IS NOT EQUAL TO "y"
                   PERFORM WRITE-ONE-OVERDRAFT-LINE
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-DETAILS
           CLOSE OVERDRAFT-DETAILS
           MOVE WS-QR-OD-LIMIT-TOTAL TO WS-QR-DISP-1
           MOVE WS-QR-OD-DRAWN-TOTAL TO WS-QR-DISP-2
           MOVE WS-QR-OD-UNDRAWN-TOTAL TO WS-QR-DISP-3
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "  Total lines=" WS-QR-OD-COUNT
               " limit=" WS-QR-DISP-1 " drawn=" WS-QR-DISP-2
               " undrawn=" WS-QR-DISP-3
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE
           MOVE WS-QR-NOLINE-TOTAL TO WS-QR-DISP-1
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "  Overdrawn without a line accounts="
               WS-QR-NOLINE-COUNT " balance=" WS-QR-DISP-1
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE.
       WRITE-ONE-OVERDRAFT-LINE.
           ADD 1 TO WS-QR-OD-COUNT
           ADD OD-LIMIT TO WS-QR-OD-LIMIT-TOTAL
           MOVE 0 TO WS-QR-OD-DRAWN
           MOVE WS-QR-DATE TO SNAP-DATE
           MOVE OD-ACCOUNT-ID TO SNAP-ACCOUNT-ID
           READ SNAPSHOT-DETAILS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SNAP-AMMOUNT < 0
                       COMPUTE WS-QR-OD-DRAWN = 0 - SNAP-AMMOUNT
                   END-IF
           END-READ
           MOVE 0 TO WS-QR-OD-UNDRAWN
           IF OD-LIMIT > WS-QR-OD-DRAWN
               COMPUTE WS-QR-OD-UNDRAWN = OD-LIMIT - WS-QR-OD-DRAWN
           END-IF
           ADD WS-QR-OD-DRAWN TO WS-QR-OD-DRAWN-TOTAL
           ADD WS-QR-OD-UNDRAWN TO WS-QR-OD-UNDRAWN-TOTAL
           MOVE OD-LIMIT TO WS-QR-DISP-1
           MOVE WS-QR-OD-DRAWN TO WS-QR-DISP-2
           MOVE WS-QR-OD-UNDRAWN TO WS-QR-DISP-3
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "  " OD-ACCOUNT-ID " limit=" WS-QR-DISP-1
               " drawn=" WS-QR-DISP-2 " undrawn=" WS-QR-DISP-3
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE.
      * Tie each schedule to its GL account's balance from the
      * year's opening through the quarter's last period, printing
      * any difference
       TIE-CONDITION-TO-GL.
           MOVE SPACES TO CONDITION-REPORT-LINE
           STRING "GL TIE-OUT period " WS-QR-PERIOD
               DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONDITION-LINE
           OPEN INPUT GL-BALANCES
           MOVE "Deposits" TO WS-QR-TIE-NAME
           MOVE WS-QR-DEPOSIT-GL TO WS-QR-TIE-GL
           MOVE "C" TO WS-QR-TIE-SIDE
           MOVE WS-QR-DEPOSIT-TOTAL TO WS-QR-SCHEDULE
           PERFORM TIE-ONE-SCHEDULE
           MOVE "Term deposits" TO WS-QR-TIE-NAME
           MOVE WS-QR-TD-GL TO WS-QR-TIE-GL
           MOVE "C" TO WS-QR-TIE-SIDE
           MOVE WS-QR-TD-TOTAL TO WS-QR-SCHEDULE
           PERFORM TIE-ONE-SCHEDULE
           MOVE "Loans on book" TO WS-QR-TIE-NAME
           MOVE WS-QR-LOAN-GL TO WS-QR-TIE-GL
           MOVE "D" TO WS-QR-TIE-SIDE
           MOVE WS-QR-LOAN-TOTAL TO WS-QR-SCHEDULE
           PERFORM TIE-ONE-SCHEDULE
           MOVE "Overdrawn balances" TO WS-QR-TIE-NAME
           MOVE WS-QR-OD-GL TO WS-QR-TIE-GL
           MOVE "D" TO WS-QR-TIE-SIDE
           COMPUTE WS-QR-SCHEDULE =
               WS-QR-OD-DRAWN-TOTAL + WS-QR-NOLINE-TOTAL
           PERFORM TIE-ONE-SCHEDULE
           CLOSE GL-BALANCES
           IF WS-QR-DIFF-COUNT IS EQUAL TO 0
               MOVE "All schedules tie to the GL" TO
                   CONDITION-REPORT-LINE
           ELSE
               MOVE SPACES TO CONDITION-REPORT-LINE
               STRING WS-QR-DIFF-COUNT
                   " schedule(s) do not tie to the GL"
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-CONDITION-LINE.
       TIE-ONE-SCHEDULE.
           MOVE WS-QR-TIE-GL TO WS-GA-ACCOUNT
           COMPUTE WS-GA-FROM = WS-QR-PERIOD - FUNCTION MOD(
               WS-QR-PERIOD, 100)
           MOVE WS-QR-PERIOD TO WS-GA-THRU
           PERFORM ACCUM-GL-RANGE
           IF WS-QR-TIE-SIDE IS EQUAL TO "C"
               COMPUTE WS-QR-GL-BALANCE = WS-GA-CREDITS - WS-GA-DEBITS
           ELSE
               COMPUTE WS-QR-GL-BALANCE = WS-GA-DEBITS - WS-GA-CREDITS
           END-IF
           COMPUTE WS-QR-DIFF = WS-QR-SCHEDULE - WS-QR-GL-BALANCE
           MOVE WS-QR-SCHEDULE TO WS-QR-DISP-1
           MOVE WS-QR-GL-BALANCE TO WS-QR-DISP-2
           MOVE WS-QR-DIFF TO WS-QR-DISP-3
           MOVE SPACES TO CONDITION-REPORT-LINE
           IF WS-QR-DIFF IS EQUAL TO 0
               STRING "  " WS-QR-TIE-NAME " GL " WS-QR-TIE-GL
                   " schedule=" WS-QR-DISP-1 " GL=" WS-QR-DISP-2
                   " ties"
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-QR-DIFF-COUNT
               STRING "  " WS-QR-TIE-NAME " GL " WS-QR-TIE-GL
                   " schedule=" WS-QR-DISP-1 " GL=" WS-QR-DISP-2
                   " DIFFERENCE=" WS-QR-DISP-3
                   DELIMITED BY SIZE INTO CONDITION-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-CONDITION-LINE.
      * Bank-parameter overrides for the retirement-account limits,
      * catch-up, filing deadline and default withholding
       READ-IRA-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "IRA-ANNUAL-LIMIT" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-IR-ANNUAL-LIMIT
           END-IF
           MOVE "IRA-CATCHUP" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-IR-CATCHUP
           END-IF
           MOVE "IRA-CATCHUP-AGE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-IR-CATCHUP-AGE
           END-IF
           MOVE "IRA-DEADLINE-MMDD" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-IR-DEADLINE-MMDD
           END-IF
           MOVE "IRA-WITHHOLD-PCT" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-IR-DEFAULT-PCT
           END-IF
           CLOSE BANK-PARAMETERS.
      * May CREATE-MEMBER-ID hold a retirement account? It must be a
      * living individual member with a date of birth on file, which
      * the contribution and distribution rules are driven from
       CHECK-IRA-ELIGIBILITY.
           MOVE "n" TO WS-IR-ELIGIBLE
           MOVE 0 TO WS-IR-DOB
           IF CREATE-MEMBER-ID IS EQUAL TO 0
               DISPLAY "A retirement account must be opened for a membe"
                   "r on file"
           ELSE
               MOVE CREATE-MEMBER-ID TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY
                           DISPLAY "Member "CREATE-MEMBER-ID
                               " is not on file"
                       NOT INVALID KEY
                           IF MEMBER-TYPE IS EQUAL TO "B"
                               DISPLAY "A retirement account is for "
                                   "an individual, not a business"
                           ELSE IF MEMBER-DECEASED-DATE > 0
                               DISPLAY "The member is recorded as dec"
                                   "eased"
                           ELSE IF MEMBER-DOB IS EQUAL TO 0
                               DISPLAY "The member has no date of bir"
                                   "th on file"
                           ELSE
                               MOVE MEMBER-DOB TO WS-IR-DOB
                               MOVE "y" TO WS-IR-ELIGIBLE
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF.
      * Beneficiary designation and withholding election, taken when
      * a retirement account is opened or the designation changed
       TAKE-IRA-DESIGNATION.
           DISPLAY "Enter the beneficiary's name..."
           ACCEPT WS-IR-NEW-BENEFICIARY
           DISPLAY "Enter the beneficiary's relationship to the holder"
               " (SPOUSE, CHILD, ESTATE, ...)..."
           ACCEPT WS-IR-NEW-RELATION
           DISPLAY "Elect a withholding rate for distributions? y/n (n"
               " = the bank's default rate)"
           ACCEPT WS-IR-NEW-ELECTED
           MOVE 0 TO WS-IR-NEW-RATE
           IF WS-IR-NEW-ELECTED IS EQUAL TO "y"
               DISPLAY "Enter the withholding percentage (0 to waive)."
                   ".."
               ACCEPT WS-IR-NEW-RATE
           ELSE
               MOVE "n" TO WS-IR-NEW-ELECTED
           END-IF.
      * File the designation taken at opening against the new account
       WRITE-IRA-DETAILS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE CREATE-ACCOUNT-ID TO IRA-ACCOUNT-ID
           MOVE CREATE-MEMBER-ID TO IRA-MEMBER-ID
           MOVE WS-IR-NEW-BENEFICIARY TO IRA-BENEFICIARY
           MOVE WS-IR-NEW-RELATION TO IRA-BENE-RELATION
           MOVE WS-CURRENT-DATE TO IRA-BENE-DATE
           MOVE WS-IR-NEW-ELECTED TO IRA-WH-ELECTED
           MOVE WS-IR-NEW-RATE TO IRA-WH-RATE
           MOVE WS-CURRENT-DATE TO IRA-OPENED-DATE
           OPEN I-O IRA-DETAILS
               WRITE IRA-RECORD
                   INVALID KEY REWRITE IRA-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE IRA-DETAILS.
      * Load the signed-in account's designation and its member's date
      * of birth; WS-IR-FOUND is n when either is missing
       LOAD-IRA-DESIGNATION.
           MOVE "n" TO WS-IR-FOUND
           MOVE 0 TO WS-IR-DOB
           MOVE CREATE-ACCOUNT-ID TO IRA-ACCOUNT-ID
           OPEN INPUT IRA-DETAILS
               READ IRA-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "y" TO WS-IR-FOUND
                       MOVE IRA-MEMBER-ID TO WS-IR-MEMBER
                       MOVE IRA-WH-ELECTED TO WS-IR-WH-ELECTED
                       MOVE IRA-WH-RATE TO WS-IR-WH-RATE
               END-READ
           CLOSE IRA-DETAILS
           IF WS-IR-FOUND IS EQUAL TO "y"
               MOVE WS-IR-MEMBER TO MEMBER-ID
               OPEN INPUT MEMBER-DETAILS
                   READ MEMBER-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE MEMBER-DOB TO WS-IR-DOB
                   END-READ
               CLOSE MEMBER-DETAILS
           END-IF
           IF WS-IR-DOB IS EQUAL TO 0
               MOVE "n" TO WS-IR-FOUND
               DISPLAY "No retirement designation with a member date of"
                   " birth is on file for this account; use the ira com"
                   "mand to set one up"
           ELSE
               DIVIDE WS-IR-DOB BY 10000 GIVING WS-IR-DOB-YEAR
               MOVE WS-IR-DOB(5:2) TO WS-IR-DOB-MONTH
               MOVE WS-IR-DOB(7:2) TO WS-IR-DOB-DAY
           END-IF.
      * The session "ira" command: show the retirement account's
      * designation and this year's activity, and let the holder
      * change the beneficiary or withholding election. An account
      * with no designation yet (one moved onto a retirement product
      * after opening) is set up here, subject to the same
      * eligibility test as at opening
       MAINTAIN-IRA-DESIGNATION.
           MOVE "n" TO WS-IR-FOUND
           MOVE CREATE-ACCOUNT-ID TO IRA-ACCOUNT-ID
           OPEN INPUT IRA-DETAILS
               READ IRA-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "y" TO WS-IR-FOUND
                       DISPLAY "Beneficiary: "IRA-BENEFICIARY" ("
                           IRA-BENE-RELATION") designated "
                           IRA-BENE-DATE
                       IF IRA-WH-ELECTED IS EQUAL TO "y"
                           DISPLAY "Withholding: elected "IRA-WH-RATE
                               "%"
                       ELSE
                           DISPLAY "Withholding: the bank's default r"
                               "ate"
                       END-IF
               END-READ
           CLOSE IRA-DETAILS
           IF WS-IR-FOUND IS NOT EQUAL TO "y"
               DISPLAY "No retirement designation is on file; setting o"
                   "ne up now"
               PERFORM CHECK-IRA-ELIGIBILITY
               IF WS-IR-ELIGIBLE IS EQUAL TO "y"
                   PERFORM TAKE-IRA-DESIGNATION
                   PERFORM WRITE-IRA-DETAILS
                   DISPLAY "Retirement designation saved"
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE CREATE-ACCOUNT-ID TO IRY-ACCOUNT-ID
               MOVE WS-CURRENT-YEAR TO IRY-YEAR
               OPEN INPUT IRA-YEARS
                   READ IRA-YEARS
                       INVALID KEY
                           DISPLAY "No activity yet in "
                               WS-CURRENT-YEAR
                       NOT INVALID KEY
                           DISPLAY WS-CURRENT-YEAR" contributions "
                               IRY-CONTRIBUTIONS" distributions "
                               IRY-NORMAL-DIST" normal, "
                               IRY-EARLY-DIST" early, withheld "
                               IRY-WITHHELD
                   END-READ
               CLOSE IRA-YEARS
               DISPLAY "Enter 'beneficiary', 'withholding', or blank t"
                   "o leave it as it is"
               MOVE SPACES TO WS-IR-COMMAND
               ACCEPT WS-IR-COMMAND
               IF WS-IR-COMMAND IS EQUAL TO "beneficiary"
                   DISPLAY "Enter the beneficiary's name..."
                   ACCEPT WS-IR-NEW-BENEFICIARY
                   DISPLAY "Enter the beneficiary's relationship to th"
                       "e holder..."
                   ACCEPT WS-IR-NEW-RELATION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   OPEN I-O IRA-DETAILS
                       READ IRA-DETAILS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE IRA-BENEFICIARY TO WS-AUDIT-BEFORE
                               MOVE WS-IR-NEW-BENEFICIARY TO
                                   IRA-BENEFICIARY
                               MOVE WS-IR-NEW-RELATION TO
                                   IRA-BENE-RELATION
                               MOVE WS-CURRENT-DATE TO IRA-BENE-DATE
                               REWRITE IRA-RECORD
                                   INVALID KEY
                                       DISPLAY "Error: unable to save"
                                           " the beneficiary"
                               END-REWRITE
                       END-READ
                   CLOSE IRA-DETAILS
                   MOVE "IRA-BENE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING CREATE-ACCOUNT-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE SPACES TO WS-AUDIT-AFTER
                   MOVE WS-IR-NEW-BENEFICIARY TO WS-AUDIT-AFTER
                   MOVE READ-USERNAME TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
                   DISPLAY "Beneficiary updated"
               ELSE IF WS-IR-COMMAND IS EQUAL TO "withholding"
                   DISPLAY "Elect a withholding rate? y/n (n = the ban"
                       "k's default rate)"
                   ACCEPT WS-IR-NEW-ELECTED
                   MOVE 0 TO WS-IR-NEW-RATE
                   IF WS-IR-NEW-ELECTED IS EQUAL TO "y"
                       DISPLAY "Enter the withholding percentage (0 to"
                           " waive)..."
                       ACCEPT WS-IR-NEW-RATE
                   ELSE
                       MOVE "n" TO WS-IR-NEW-ELECTED
                   END-IF
                   OPEN I-O IRA-DETAILS
                       READ IRA-DETAILS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE WS-IR-NEW-ELECTED TO
                                   IRA-WH-ELECTED
                               MOVE WS-IR-NEW-RATE TO IRA-WH-RATE
                               REWRITE IRA-RECORD
                                   INVALID KEY
                                       DISPLAY "Error: unable to save"
                                           " the election"
                               END-REWRITE
                       END-READ
                   CLOSE IRA-DETAILS
                   DISPLAY "Withholding election updated"
               END-IF
               END-IF
           END-IF.
      * The session "deposit" command on a retirement account: the
      * contribution is credited to a tax year (last year's only until
      * the filing deadline) and may not take the member's total for
      * that year, across all their retirement accounts, past the
      * annual limit plus the catch-up for a holder who reaches the
      * catch-up age by the end of the year
       TAKE-IRA-CONTRIBUTION.
           PERFORM LOAD-IRA-DESIGNATION
           IF WS-IR-FOUND IS EQUAL TO "y"
               PERFORM READ-IRA-PARAMETERS
               MOVE "y" TO WS-IR-OK
               DISPLAY "Enter an amount to contribute..."
               ACCEPT WS-IR-AMMOUNT
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               COMPUTE WS-IR-TODAY-MMDD =
                   WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
               DISPLAY "Enter the tax year of the contribution (blank ="
                   " "WS-CURRENT-YEAR")..."
               MOVE SPACES TO WS-IR-YEAR-IN
               ACCEPT WS-IR-YEAR-IN
               IF WS-IR-YEAR-IN IS EQUAL TO SPACES
                   MOVE WS-CURRENT-YEAR TO WS-IR-TAX-YEAR
               ELSE
                   COMPUTE WS-IR-TAX-YEAR =
                       FUNCTION NUMVAL(WS-IR-YEAR-IN)
               END-IF
               IF WS-IR-AMMOUNT IS EQUAL TO 0
                   DISPLAY "Nothing to contribute"
                   MOVE "n" TO WS-IR-OK
               ELSE IF WS-IR-TAX-YEAR IS EQUAL TO WS-CURRENT-YEAR
                   CONTINUE
               ELSE IF WS-IR-TAX-YEAR + 1 IS EQUAL TO WS-CURRENT-YEAR
                   AND WS-IR-TODAY-MMDD IS NOT GREATER THAN
                   WS-IR-DEADLINE-MMDD
                   CONTINUE
               ELSE
                   DISPLAY "Contributions can be made for "
                       WS-CURRENT-YEAR", or for the prior year only "
                       "until the filing deadline (MMDD "
                       WS-IR-DEADLINE-MMDD")"
                   MOVE "n" TO WS-IR-OK
               END-IF
               END-IF
               END-IF
               IF WS-IR-OK IS EQUAL TO "y"
                   COMPUTE WS-IR-AGE = WS-IR-TAX-YEAR - WS-IR-DOB-YEAR
                   MOVE WS-IR-ANNUAL-LIMIT TO WS-IR-LIMIT
                   IF WS-IR-AGE IS NOT LESS THAN WS-IR-CATCHUP-AGE
                       ADD WS-IR-CATCHUP TO WS-IR-LIMIT
                   END-IF
                   PERFORM SUM-MEMBER-IRA-YEAR
                   IF WS-IR-YEAR-TOTAL + WS-IR-AMMOUNT > WS-IR-LIMIT
                       MOVE 0 TO WS-IR-ROOM
                       IF WS-IR-YEAR-TOTAL < WS-IR-LIMIT
                           COMPUTE WS-IR-ROOM =
                               WS-IR-LIMIT - WS-IR-YEAR-TOTAL
                       END-IF
                       DISPLAY "Contribution declined: the "
                           WS-IR-TAX-YEAR" limit is "WS-IR-LIMIT
                           ", "WS-IR-YEAR-TOTAL" is already contributed"
                       DISPLAY "At most "WS-IR-ROOM" more can be contr"
                           "ibuted for "WS-IR-TAX-YEAR
                       MOVE "n" TO WS-IR-OK
                   END-IF
               END-IF
               IF WS-IR-OK IS EQUAL TO "y"
                   ADD WS-IR-AMMOUNT TO WS-ACCOUNT-VALUE
                   MOVE WS-IR-TAX-YEAR TO WS-IR-MEMO-YEAR
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE CREATE-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE WS-IR-AMMOUNT TO TRANSACTION-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   MOVE SPACES TO TRANSACTION-MEMO
                   STRING "IRA CONTRIB " WS-IR-MEMO-YEAR
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
                   END-STRING
                   MOVE WS-ACCOUNT-CURRENCY TO TRANSACTION-CURRENCY
                   OPEN I-O TRANSACTION-DETAILS
                       PERFORM WRITE-INTENDED-TRANSACTION
                   CLOSE TRANSACTION-DETAILS
                   MOVE WS-IR-TAX-YEAR TO IRY-YEAR
                   PERFORM READ-IRA-YEAR-FOR-UPDATE
                   ADD WS-IR-AMMOUNT TO IRY-CONTRIBUTIONS
                   PERFORM SAVE-IRA-YEAR
                   ADD WS-IR-AMMOUNT TO WS-IR-YEAR-TOTAL
                   DISPLAY WS-IR-AMMOUNT" contributed for "
                       WS-IR-TAX-YEAR"; "WS-IR-YEAR-TOTAL" of the "
                       WS-IR-LIMIT" limit used"
                   MOVE "+" TO WS-DRAWER-CASH-SIGN
                   MOVE WS-IR-AMMOUNT TO WS-DRAWER-CASH-AMMOUNT
                   PERFORM UPDATE-DRAWER-TOTALS
               END-IF
           END-IF.
      * Total WS-IR-MEMBER's contributions for WS-IR-TAX-YEAR across
      * every retirement account they hold
       SUM-MEMBER-IRA-YEAR.
           MOVE 0 TO WS-IR-YEAR-TOTAL
           MOVE "n" TO WS-IR-EOF
           OPEN INPUT IRA-DETAILS
           OPEN INPUT IRA-YEARS
           MOVE LOW-VALUES TO IRA-ACCOUNT-ID
           START IRA-DETAILS KEY IS GREATER THAN IRA-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-IR-EOF
           END-START
           PERFORM UNTIL WS-IR-EOF IS EQUAL TO "y"
               READ IRA-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-IR-EOF
               END-READ
               IF WS-IR-EOF IS NOT EQUAL TO "y" AND
                   IRA-MEMBER-ID IS EQUAL TO WS-IR-MEMBER
                   MOVE IRA-ACCOUNT-ID TO IRY-ACCOUNT-ID
                   MOVE WS-IR-TAX-YEAR TO IRY-YEAR
                   READ IRA-YEARS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD IRY-CONTRIBUTIONS TO WS-IR-YEAR-TOTAL
                   END-READ
               END-IF
           END-PERFORM
           CLOSE IRA-YEARS
           CLOSE IRA-DETAILS.
      * Fetch the signed-in account's IRA-YEARS row for the IRY-YEAR
      * already moved by the caller, or start a zero row
       READ-IRA-YEAR-FOR-UPDATE.
           MOVE CREATE-ACCOUNT-ID TO IRY-ACCOUNT-ID
           MOVE "y" TO WS-IR-FOUND
           OPEN INPUT IRA-YEARS
               READ IRA-YEARS
                   INVALID KEY MOVE "n" TO WS-IR-FOUND
               END-READ
           CLOSE IRA-YEARS
           IF WS-IR-FOUND IS NOT EQUAL TO "y"
               MOVE 0 TO IRY-CONTRIBUTIONS
               MOVE 0 TO IRY-NORMAL-DIST
               MOVE 0 TO IRY-EARLY-DIST
               MOVE 0 TO IRY-WITHHELD
           END-IF.
       SAVE-IRA-YEAR.
           OPEN I-O IRA-YEARS
               WRITE IRA-YEAR-RECORD
                   INVALID KEY REWRITE IRA-YEAR-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE IRA-YEARS.
      * The session "withdraw" command on a retirement account: the
      * distribution is coded normal once the holder is 59 1/2 and
      * early before that, and tax is withheld at the holder's
      * elected rate (the bank's default when none was elected). The
      * full amount leaves the account; the withheld part posts as
      * TAX WITHHELD and joins the balance record's withholding total
      * for the remittance extract
       TAKE-IRA-DISTRIBUTION.
           PERFORM LOAD-IRA-DESIGNATION
           IF WS-IR-FOUND IS EQUAL TO "y"
               PERFORM READ-IRA-PARAMETERS
               MOVE "y" TO WS-IR-OK
               DISPLAY "Enter an amount to withdraw..."
               ACCEPT WS-IR-AMMOUNT
               PERFORM COMPUTE-ACTIVE-HOLDS
               MOVE CREATE-ACCOUNT-ID TO WS-ENV-SCAN-ACCOUNT
               PERFORM COMPUTE-ENVELOPE-TOTAL
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-ACCOUNT-VALUE - WS-ACTIVE-HOLD-TOTAL -
                   WS-ENVELOPE-TOTAL
               IF WS-IR-AMMOUNT IS EQUAL TO 0
                   DISPLAY "Nothing to withdraw"
                   MOVE "n" TO WS-IR-OK
               ELSE IF WS-IR-AMMOUNT > WS-AVAILABLE-BALANCE
                   DISPLAY "You do not have sufficient available funds"
                       "... withdrawal declined"
                   MOVE "n" TO WS-IR-OK
               END-IF
               END-IF
           END-IF
           IF WS-IR-FOUND IS EQUAL TO "y" AND WS-IR-OK IS EQUAL TO "y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-CURRENT-DATE TO WS-IR-TODAY
      * 59 1/2 is reached six months after the 59th birthday
               COMPUTE WS-IR-HALF-YEAR = WS-IR-DOB-YEAR + 59
               COMPUTE WS-IR-HALF-MONTH = WS-IR-DOB-MONTH + 6
               IF WS-IR-HALF-MONTH > 12
                   SUBTRACT 12 FROM WS-IR-HALF-MONTH
                   ADD 1 TO WS-IR-HALF-YEAR
               END-IF
               COMPUTE WS-IR-HALF-YMD = WS-IR-HALF-YEAR * 10000 +
                   WS-IR-HALF-MONTH * 100 + WS-IR-DOB-DAY
               IF WS-IR-TODAY IS NOT LESS THAN WS-IR-HALF-YMD
                   MOVE "N" TO WS-IR-DIST-CODE
               ELSE
                   MOVE "E" TO WS-IR-DIST-CODE
                   DISPLAY "The holder is under 59 1/2: this is an ear"
                       "ly distribution"
               END-IF
               IF WS-IR-WH-ELECTED IS EQUAL TO "y"
                   MOVE WS-IR-WH-RATE TO WS-IR-RATE
               ELSE
                   MOVE WS-IR-DEFAULT-PCT TO WS-IR-RATE
               END-IF
               COMPUTE WS-IR-WITHHELD ROUNDED =
                   WS-IR-AMMOUNT * WS-IR-RATE / 100
               COMPUTE WS-IR-NET = WS-IR-AMMOUNT - WS-IR-WITHHELD
               SUBTRACT WS-IR-AMMOUNT FROM WS-ACCOUNT-VALUE
               OPEN I-O TRANSACTION-DETAILS
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE CREATE-ACCOUNT-ID TO TRANSACTION-ID
                   MOVE WS-IR-NET TO TRANSACTION-AMMOUNT
                   MOVE "-" TO TRANSACTION-SIGN
                   MOVE SPACES TO TRANSACTION-MEMO
                   STRING "IRA DIST " WS-IR-DIST-CODE
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
                   END-STRING
                   MOVE WS-ACCOUNT-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-INTENDED-TRANSACTION
                   IF WS-IR-WITHHELD > 0
                       MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                       MOVE CREATE-ACCOUNT-ID TO TRANSACTION-ID
                       MOVE WS-IR-WITHHELD TO TRANSACTION-AMMOUNT
                       MOVE "-" TO TRANSACTION-SIGN
                       MOVE "TAX WITHHELD" TO TRANSACTION-MEMO
                       MOVE WS-ACCOUNT-CURRENCY TO
                           TRANSACTION-CURRENCY
                       PERFORM WRITE-INTENDED-TRANSACTION
                   END-IF
               CLOSE TRANSACTION-DETAILS
               IF WS-IR-WITHHELD > 0
                   MOVE CREATE-ACCOUNT-ID TO BALANCE-ID
                   OPEN I-O BALANCE-DETAILS
                       READ BALANCE-DETAILS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD WS-IR-WITHHELD TO
                                   BALANCE-WITHHOLD-TOTAL
                               REWRITE BALANCES
                                   INVALID KEY
                                       DISPLAY "Error: unable to reco"
                                           "rd the withholding"
                               END-REWRITE
                       END-READ
                   CLOSE BALANCE-DETAILS
               END-IF
               MOVE WS-CURRENT-YEAR TO IRY-YEAR
               PERFORM READ-IRA-YEAR-FOR-UPDATE
               IF WS-IR-DIST-CODE IS EQUAL TO "N"
                   ADD WS-IR-AMMOUNT TO IRY-NORMAL-DIST
               ELSE
                   ADD WS-IR-AMMOUNT TO IRY-EARLY-DIST
               END-IF
               ADD WS-IR-WITHHELD TO IRY-WITHHELD
               PERFORM SAVE-IRA-YEAR
               DISPLAY WS-IR-AMMOUNT" distributed ("WS-IR-DIST-CODE
                   "); "WS-IR-WITHHELD" withheld at "WS-IR-RATE
                   "%, "WS-IR-NET" paid out"
               MOVE "-" TO WS-DRAWER-CASH-SIGN
               MOVE WS-IR-NET TO WS-DRAWER-CASH-AMMOUNT
               PERFORM UPDATE-DRAWER-TOTALS
           END-IF.
      * Year-end retirement-account extract for the tax forms: for
      * every retirement account, the contributions made for the tax
      * year, the normal and early distributions and tax withheld in
      * it, the fair market value at December 31 from that day's
      * balance snapshot (the current balance, flagged, when no
      * snapshot was taken) and the beneficiary on file
       RUN-IRA-TAX-EXTRACT.
           DISPLAY "Enter the tax year (YYYY)..."
           ACCEPT WS-IR-TAX-YEAR
           COMPUTE WS-IR-SNAP-DATE =
               FUNCTION MOD(WS-IR-TAX-YEAR, 100) * 10000 + 1231
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO WS-IR-LINES
           MOVE 0 TO WS-IR-COUNT
           MOVE 0 TO WS-IR-TOT-CONTRIB
           MOVE 0 TO WS-IR-TOT-DIST
           MOVE 0 TO WS-IR-TOT-WITHHELD
           MOVE 0 TO WS-IR-TOT-FMV
           MOVE WS-CURRENT-DATE(3:6) TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "iratax." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-IRA-TAX-PATH
           OPEN OUTPUT IRA-TAX-FILE
           MOVE SPACES TO IRA-TAX-LINE
           STRING "HDR retirement-account tax extract year="
               WS-IR-TAX-YEAR " fmv-date=" WS-IR-SNAP-DATE
               " run=" WS-CURRENT-DATE
               DELIMITED BY SIZE INTO IRA-TAX-LINE
           END-STRING
           PERFORM WRITE-IRA-TAX-LINE
           MOVE "n" TO WS-IR-EOF
           OPEN INPUT IRA-DETAILS
           OPEN INPUT IRA-YEARS
           OPEN INPUT SNAPSHOT-DETAILS
           OPEN INPUT BALANCE-DETAILS
           MOVE LOW-VALUES TO IRA-ACCOUNT-ID
           START IRA-DETAILS KEY IS GREATER THAN IRA-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-IR-EOF
           END-START
           PERFORM UNTIL WS-IR-EOF IS EQUAL TO "y"
               READ IRA-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-IR-EOF
                   NOT AT END PERFORM WRITE-ONE-IRA-TAX-LINE
               END-READ
           END-PERFORM
           CLOSE BALANCE-DETAILS
           CLOSE SNAPSHOT-DETAILS
           CLOSE IRA-YEARS
           CLOSE IRA-DETAILS
           MOVE SPACES TO IRA-TAX-LINE
           STRING "TRL accounts=" WS-IR-COUNT
               " contributions=" WS-IR-TOT-CONTRIB
               " distributions=" WS-IR-TOT-DIST
               " withheld=" WS-IR-TOT-WITHHELD
               " fmv=" WS-IR-TOT-FMV
               DELIMITED BY SIZE INTO IRA-TAX-LINE
           END-STRING
           PERFORM WRITE-IRA-TAX-LINE
           CLOSE IRA-TAX-FILE
           MOVE "IRA TAX EXTRACT" TO WS-RC-TYPE
           MOVE WS-IR-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       WRITE-ONE-IRA-TAX-LINE.
           ADD 1 TO WS-IR-COUNT
           MOVE IRA-ACCOUNT-ID TO IRY-ACCOUNT-ID
           MOVE WS-IR-TAX-YEAR TO IRY-YEAR
           READ IRA-YEARS
               INVALID KEY
                   MOVE 0 TO IRY-CONTRIBUTIONS
                   MOVE 0 TO IRY-NORMAL-DIST
                   MOVE 0 TO IRY-EARLY-DIST
                   MOVE 0 TO IRY-WITHHELD
           END-READ
           MOVE WS-IR-SNAP-DATE TO SNAP-DATE
           MOVE IRA-ACCOUNT-ID TO SNAP-ACCOUNT-ID
           MOVE "SNAPSHOT" TO WS-IR-FMV-SOURCE
           READ SNAPSHOT-DETAILS
               INVALID KEY
                   MOVE "CURRENT" TO WS-IR-FMV-SOURCE
                   MOVE 0 TO WS-IR-FMV
                   MOVE IRA-ACCOUNT-ID TO BALANCE-ID
                   READ BALANCE-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE BALANCE-AMMOUNT TO WS-IR-FMV
                   END-READ
               NOT INVALID KEY MOVE SNAP-AMMOUNT TO WS-IR-FMV
           END-READ
           ADD IRY-CONTRIBUTIONS TO WS-IR-TOT-CONTRIB
           ADD IRY-NORMAL-DIST TO WS-IR-TOT-DIST
           ADD IRY-EARLY-DIST TO WS-IR-TOT-DIST
           ADD IRY-WITHHELD TO WS-IR-TOT-WITHHELD
           ADD WS-IR-FMV TO WS-IR-TOT-FMV
           MOVE SPACES TO IRA-TAX-LINE
           STRING "IRA account=" IRA-ACCOUNT-ID
               " member=" IRA-MEMBER-ID
               " contributions=" IRY-CONTRIBUTIONS
               " normal-dist=" IRY-NORMAL-DIST
               " early-dist=" IRY-EARLY-DIST
               " withheld=" IRY-WITHHELD
               " fmv=" WS-IR-FMV
               " fmv-source=" WS-IR-FMV-SOURCE
               " beneficiary=" IRA-BENEFICIARY
               " relation=" IRA-BENE-RELATION
               DELIMITED BY SIZE INTO IRA-TAX-LINE
           END-STRING
           PERFORM WRITE-IRA-TAX-LINE.
       WRITE-IRA-TAX-LINE.
           WRITE IRA-TAX-LINE
           DISPLAY IRA-TAX-LINE
           ADD 1 TO WS-IR-LINES.
      * Teller foreign-cash exchange against a member's account. The
      * bank sells the member foreign cash (the account is debited at
      * the sell rate) or buys it (credited at the buy rate); the
      * foreign cash moves through the teller's open drawer and the
      * spread over the mid rate is booked as FX income
       TAKE-FX-EXCHANGE.
           MOVE "FX" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           MOVE "y" TO WS-XC-OK
           PERFORM READ-CURRENT-DRAWER
           IF WS-DRAWER-OPEN IS NOT EQUAL TO "y"
               DISPLAY "Open a cash drawer before exchanging foreign c"
                   "ash"
               MOVE "n" TO WS-XC-OK
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               DISPLAY "Enter member account ID..."
               ACCEPT WS-XC-ACCOUNT
               DISPLAY "Enter 'S' to sell the member foreign cash or '"
                   "B' to buy it from them"
               ACCEPT WS-XC-DIRECTION
               DISPLAY "Enter the foreign currency code..."
               ACCEPT WS-XC-CURRENCY
               DISPLAY "Enter the foreign cash amount..."
               ACCEPT WS-XC-FOREIGN
               IF WS-XC-DIRECTION IS NOT EQUAL TO "S" AND
                   WS-XC-DIRECTION IS NOT EQUAL TO "B"
                   DISPLAY "Direction must be S or B"
                   MOVE "n" TO WS-XC-OK
               ELSE IF WS-XC-FOREIGN IS EQUAL TO 0
                   DISPLAY "Nothing to exchange"
                   MOVE "n" TO WS-XC-OK
               END-IF
               END-IF
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               MOVE WS-XC-CURRENCY TO FX-CURRENCY
               PERFORM GET-FX-RATE-FOR-CURRENCY
               IF WS-FX-IN-FORCE IS NOT EQUAL TO "y"
                   DISPLAY "No in-force rate for "WS-XC-CURRENCY
                       "; it cannot be exchanged"
                   MOVE "n" TO WS-XC-OK
               END-IF
           END-IF
           IF WS-XC-OK IS EQUAL TO "y" AND WS-XC-DIRECTION = "S"
               PERFORM READ-FX-DRAWER-CASH
               COMPUTE WS-XC-ON-HAND =
                   FXC-OPENING + FXC-IN - FXC-OUT
               IF WS-XC-FOREIGN > WS-XC-ON-HAND
                   DISPLAY "The drawer holds only "WS-XC-ON-HAND" "
                       WS-XC-CURRENCY
                   MOVE "n" TO WS-XC-OK
               END-IF
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O BALANCE-DETAILS
               OPEN I-O TRANSACTION-DETAILS
               MOVE WS-XC-ACCOUNT TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: account does not exist"
                       MOVE "n" TO WS-XC-OK
                   NOT INVALID KEY
                       PERFORM POST-FX-EXCHANGE
               END-READ
               CLOSE BALANCE-DETAILS
               CLOSE TRANSACTION-DETAILS
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               PERFORM READ-FX-DRAWER-CASH
               IF WS-XC-DIRECTION IS EQUAL TO "S"
                   ADD WS-XC-FOREIGN TO FXC-OUT
               ELSE
                   ADD WS-XC-FOREIGN TO FXC-IN
               END-IF
               PERFORM SAVE-FX-DRAWER-CASH
               MOVE "FX INCOME" TO WS-IL-CATEGORY
               MOVE WS-XC-SPREAD TO WS-IL-AMMOUNT
               MOVE "+" TO WS-IL-SIGN
               PERFORM WRITE-INCOME-LEDGER
           END-IF.
      * Price and post the exchange against the BALANCES record just
      * read; BALANCE-DETAILS and TRANSACTION-DETAILS are open I-O. A
      * sale is paid only from the available balance: the ledger
      * balance less deposits under an active hold and money
      * earmarked into envelopes
       POST-FX-EXCHANGE.
           MOVE BALANCE-ID TO CREATE-ACCOUNT-ID
           PERFORM COMPUTE-ACTIVE-HOLDS
           MOVE BALANCE-ID TO WS-ENV-SCAN-ACCOUNT
           PERFORM COMPUTE-ENVELOPE-TOTAL
           COMPUTE WS-AVAILABLE-BALANCE = BALANCE-AMMOUNT -
               WS-ACTIVE-HOLD-TOTAL - WS-ENVELOPE-TOTAL
           IF BALANCE-STATUS IS EQUAL TO "X" OR
               BALANCE-STATUS IS EQUAL TO "C" OR
               BALANCE-STATUS IS EQUAL TO "H"
               DISPLAY "The account is frozen, closed or charged off"
               MOVE "n" TO WS-XC-OK
           ELSE IF BALANCE-CURRENCY IS EQUAL TO WS-XC-CURRENCY
               DISPLAY "The account is already held in "WS-XC-CURRENCY
                   "; take a cash deposit or withdrawal"
               MOVE "n" TO WS-XC-OK
           END-IF
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               MOVE WS-XC-FOREIGN TO WS-CONVERT-AMMOUNT
               MOVE WS-XC-CURRENCY TO WS-CONVERT-FROM-CURRENCY
               MOVE BALANCE-CURRENCY TO WS-CONVERT-TO-CURRENCY
               PERFORM CONVERT-CURRENCY
               MOVE WS-CONVERT-AMMOUNT TO WS-XC-MID
      * The conversion looked up both sides; fetch the foreign side
      * again for its spreads
               MOVE WS-XC-CURRENCY TO FX-CURRENCY
               PERFORM GET-FX-RATE-FOR-CURRENCY
               IF WS-XC-DIRECTION IS EQUAL TO "S"
                   COMPUTE WS-XC-ACCOUNT-AMT ROUNDED =
                       WS-XC-MID * (100 + WS-FX-SELL-SPREAD) / 100
                   COMPUTE WS-XC-SPREAD =
                       WS-XC-ACCOUNT-AMT - WS-XC-MID
               ELSE
                   COMPUTE WS-XC-ACCOUNT-AMT ROUNDED =
                       WS-XC-MID * (100 - WS-FX-BUY-SPREAD) / 100
                   COMPUTE WS-XC-SPREAD =
                       WS-XC-MID - WS-XC-ACCOUNT-AMT
               END-IF
               IF WS-XC-DIRECTION IS EQUAL TO "S" AND
                   WS-XC-ACCOUNT-AMT > WS-AVAILABLE-BALANCE
                   DISPLAY "Insufficient available funds: "
                       WS-XC-FOREIGN" "
                       WS-XC-CURRENCY" costs "WS-XC-ACCOUNT-AMT" "
                       BALANCE-CURRENCY
                   MOVE "n" TO WS-XC-OK
               END-IF
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
               MOVE SPACES TO TRANSACTION-MEMO
               IF WS-XC-DIRECTION IS EQUAL TO "S"
                   SUBTRACT WS-XC-ACCOUNT-AMT FROM BALANCE-AMMOUNT
                   MOVE "-" TO TRANSACTION-SIGN
                   STRING "FX SELL " WS-XC-CURRENCY
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
                   END-STRING
               ELSE
                   ADD WS-XC-ACCOUNT-AMT TO BALANCE-AMMOUNT
                   MOVE "+" TO TRANSACTION-SIGN
                   STRING "FX BUY " WS-XC-CURRENCY
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
                   END-STRING
               END-IF
               REWRITE BALANCES
                   INVALID KEY
                       DISPLAY "Error: unable to post the exchange"
                       MOVE "n" TO WS-XC-OK
               END-REWRITE
           END-IF
           IF WS-XC-OK IS EQUAL TO "y"
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE BALANCE-ID TO TRANSACTION-ID
               MOVE WS-XC-ACCOUNT-AMT TO TRANSACTION-AMMOUNT
               MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
               MOVE BALANCE-ID TO WS-PJ-ACCOUNT
               MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
               MOVE "FX EXCHANGE" TO WS-PJ-SOURCE
               PERFORM WRITE-POSTING-JOURNAL
               IF WS-XC-DIRECTION IS EQUAL TO "S"
                   DISPLAY "Sold "WS-XC-FOREIGN" "WS-XC-CURRENCY
                       " for "WS-XC-ACCOUNT-AMT" "BALANCE-CURRENCY
               ELSE
                   DISPLAY "Bought "WS-XC-FOREIGN" "WS-XC-CURRENCY
                       " for "WS-XC-ACCOUNT-AMT" "BALANCE-CURRENCY
               END-IF
               DISPLAY "Spread earned: "WS-XC-SPREAD" "
                   BALANCE-CURRENCY
           END-IF.
      * Fetch the open drawer's row for WS-XC-CURRENCY, or start a
      * zero row for a currency the drawer has not held today
       READ-FX-DRAWER-CASH.
           MOVE CURDRAWER-STAFF-ID TO FXC-STAFF-ID
           MOVE CURDRAWER-DATE TO FXC-DATE
           MOVE WS-XC-CURRENCY TO FXC-CURRENCY
           MOVE "y" TO WS-FXP-FOUND
           OPEN INPUT FX-DRAWER-CASH
               READ FX-DRAWER-CASH
                   INVALID KEY MOVE "n" TO WS-FXP-FOUND
               END-READ
           CLOSE FX-DRAWER-CASH
           IF WS-FXP-FOUND IS NOT EQUAL TO "y"
               MOVE 0 TO FXC-OPENING
               MOVE 0 TO FXC-IN
               MOVE 0 TO FXC-OUT
               MOVE CURDRAWER-BRANCH TO FXC-BRANCH
           END-IF.
       SAVE-FX-DRAWER-CASH.
           OPEN I-O FX-DRAWER-CASH
               WRITE FX-DRAWER-CASH-RECORD
                   INVALID KEY REWRITE FX-DRAWER-CASH-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE FX-DRAWER-CASH.
      * Counted foreign cash the teller starts the day with, one
      * currency at a time, taken when the drawer is opened
       TAKE-FX-DRAWER-OPENING.
           MOVE "n" TO WS-XC-DONE
           PERFORM UNTIL WS-XC-DONE IS EQUAL TO "y"
               DISPLAY "Enter a foreign currency held in the drawer (b"
                   "lank when done)..."
               MOVE SPACES TO WS-XC-OPEN-CCY
               ACCEPT WS-XC-OPEN-CCY
               IF WS-XC-OPEN-CCY IS EQUAL TO SPACES
                   MOVE "y" TO WS-XC-DONE
               ELSE
                   DISPLAY "Enter counted opening "WS-XC-OPEN-CCY
                       " cash..."
                   ACCEPT WS-XC-OPEN-AMT
                   MOVE WS-STAFF-ID-IN TO FXC-STAFF-ID
                   MOVE WS-DRAWER-TODAY TO FXC-DATE
                   MOVE WS-XC-OPEN-CCY TO FXC-CURRENCY
                   MOVE WS-XC-OPEN-AMT TO FXC-OPENING
                   MOVE 0 TO FXC-IN
                   MOVE 0 TO FXC-OUT
                   MOVE WS-STAFF-BRANCH TO FXC-BRANCH
                   PERFORM SAVE-FX-DRAWER-CASH
               END-IF
           END-PERFORM.
      * End-of-day foreign cash position: each drawer's foreign cash
      * on hand by currency for the day (opening plus bought less
      * sold), then the total per currency across the drawers
       FX-CASH-POSITION-REPORT.
           DISPLAY "Enter position date (YYMMDD, 0 for today)..."
           ACCEPT WS-FXP-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           IF WS-FXP-DATE IS EQUAL TO 0
               MOVE WS-CURRENT-DATE(3:6) TO WS-FXP-DATE
           END-IF
           MOVE 0 TO WS-FXP-LINES
           MOVE 0 TO WS-FXP-CCY-COUNT
           INITIALIZE WS-FXP-CCY-TABLE
           MOVE WS-FXP-DATE TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "fxposition." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-FX-POSITION-PATH
           OPEN OUTPUT FX-POSITION-REPORT
           MOVE SPACES TO FX-POSITION-LINE
           STRING "FOREIGN CASH POSITION for " WS-FXP-DATE
               " run " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO FX-POSITION-LINE
           END-STRING
           PERFORM WRITE-FX-POSITION-LINE
           MOVE "n" TO WS-FXP-EOF
           OPEN INPUT FX-DRAWER-CASH
           MOVE LOW-VALUES TO FXC-KEY
           START FX-DRAWER-CASH KEY IS GREATER THAN FXC-KEY
               INVALID KEY MOVE "y" TO WS-FXP-EOF
           END-START
           PERFORM UNTIL WS-FXP-EOF IS EQUAL TO "y"
               READ FX-DRAWER-CASH NEXT RECORD
                   AT END MOVE "y" TO WS-FXP-EOF
               END-READ
               IF WS-FXP-EOF IS NOT EQUAL TO "y" AND
                   FXC-DATE IS EQUAL TO WS-FXP-DATE
                   PERFORM ADD-FX-POSITION-DRAWER
               END-IF
           END-PERFORM
           CLOSE FX-DRAWER-CASH
           MOVE SPACES TO FX-POSITION-LINE
           STRING "TOTAL BY CURRENCY"
               DELIMITED BY SIZE INTO FX-POSITION-LINE
           END-STRING
           PERFORM WRITE-FX-POSITION-LINE
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
               UNTIL WS-FXP-IDX > WS-FXP-CCY-COUNT
               MOVE SPACES TO FX-POSITION-LINE
               STRING "CCY " WS-FXP-C-CODE(WS-FXP-IDX)
                   " drawers=" WS-FXP-C-DRAWERS(WS-FXP-IDX)
                   " on-hand=" WS-FXP-C-ON-HAND(WS-FXP-IDX)
                   DELIMITED BY SIZE INTO FX-POSITION-LINE
               END-STRING
               PERFORM WRITE-FX-POSITION-LINE
           END-PERFORM
           CLOSE FX-POSITION-REPORT
           MOVE "FX POSITION" TO WS-RC-TYPE
           MOVE WS-FXP-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       ADD-FX-POSITION-DRAWER.
           COMPUTE WS-FXP-ON-HAND = FXC-OPENING + FXC-IN - FXC-OUT
           MOVE SPACES TO FX-POSITION-LINE
           STRING "DRAWER " FXC-STAFF-ID " branch " FXC-BRANCH
               " " FXC-CURRENCY " opening=" FXC-OPENING
               " bought=" FXC-IN " sold=" FXC-OUT
               " on-hand=" WS-FXP-ON-HAND
               DELIMITED BY SIZE INTO FX-POSITION-LINE
           END-STRING
           PERFORM WRITE-FX-POSITION-LINE
           MOVE "n" TO WS-FXP-FOUND
           PERFORM VARYING WS-FXP-IDX FROM 1 BY 1
               UNTIL WS-FXP-IDX > WS-FXP-CCY-COUNT OR
               WS-FXP-FOUND IS EQUAL TO "y"
               IF WS-FXP-C-CODE(WS-FXP-IDX) IS EQUAL TO FXC-CURRENCY
                   MOVE "y" TO WS-FXP-FOUND
                   ADD 1 TO WS-FXP-C-DRAWERS(WS-FXP-IDX)
                   ADD WS-FXP-ON-HAND TO WS-FXP-C-ON-HAND(WS-FXP-IDX)
               END-IF
           END-PERFORM
           IF WS-FXP-FOUND IS NOT EQUAL TO "y" AND
               WS-FXP-CCY-COUNT < 20
               ADD 1 TO WS-FXP-CCY-COUNT
               MOVE FXC-CURRENCY TO WS-FXP-C-CODE(WS-FXP-CCY-COUNT)
               MOVE 1 TO WS-FXP-C-DRAWERS(WS-FXP-CCY-COUNT)
               MOVE WS-FXP-ON-HAND TO WS-FXP-C-ON-HAND(WS-FXP-CCY-COUNT)
           END-IF.
       WRITE-FX-POSITION-LINE.
           WRITE FX-POSITION-LINE
           DISPLAY FX-POSITION-LINE
           ADD 1 TO WS-FXP-LINES.
      * Count cash by denomination and check the count against the
      * dollar amount entered in WS-DN-AMMOUNT. A count that does not
      * agree is taken again, up to three times; WS-DN-OK comes back
      * "n" when it never agrees and the caller refuses the movement
       TAKE-DENOMINATION-COUNT.
           MOVE "n" TO WS-DN-OK
           MOVE 0 TO WS-DN-TRIES
           PERFORM UNTIL WS-DN-OK IS EQUAL TO "y" OR WS-DN-TRIES > 2
               ADD 1 TO WS-DN-TRIES
               MOVE 0 TO WS-DN-TOTAL
               DISPLAY "Count by denomination (dollar notes, then C = "
                   "cent coins)"
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 10
                   DISPLAY "Enter the number of "WS-DN-LABEL(WS-DN-IDX)
                       " pieces..."
                   ACCEPT WS-DN-COUNT(WS-DN-IDX)
                   COMPUTE WS-DN-PIECE-VALUE =
                       WS-DN-COUNT(WS-DN-IDX) * WS-DN-VALUE(WS-DN-IDX)
                   ADD WS-DN-PIECE-VALUE TO WS-DN-TOTAL
               END-PERFORM
               IF WS-DN-TOTAL IS EQUAL TO WS-DN-AMMOUNT
                   MOVE "y" TO WS-DN-OK
               ELSE
                   DISPLAY "The count totals "WS-DN-TOTAL" against "
                       WS-DN-AMMOUNT" entered; count again"
               END-IF
           END-PERFORM
           IF WS-DN-OK IS NOT EQUAL TO "y"
               DISPLAY "The denomination count does not agree with the "
                   "amount entered"
           END-IF.
      * Fetch the count record for WS-DN-KIND, WS-DN-OWNER and
      * WS-DN-DATE, or start an empty one for a drawer or vault that
      * was opened without a denomination count
       READ-CASH-COUNT.
           MOVE WS-DN-KIND TO CC-KIND
           MOVE WS-DN-OWNER TO CC-OWNER
           MOVE WS-DN-DATE TO CC-DATE
           MOVE "y" TO WS-DN-FOUND
           OPEN INPUT CASH-COUNTS
               READ CASH-COUNTS
                   INVALID KEY MOVE "n" TO WS-DN-FOUND
               END-READ
           CLOSE CASH-COUNTS
           IF WS-DN-FOUND IS NOT EQUAL TO "y"
               INITIALIZE CASH-COUNT-RECORD
               MOVE WS-DN-KIND TO CC-KIND
               MOVE WS-DN-OWNER TO CC-OWNER
               MOVE WS-DN-DATE TO CC-DATE
               MOVE WS-DN-BRANCH TO CC-BRANCH
               MOVE "n" TO CC-CLOSED
           END-IF.
       SAVE-CASH-COUNT.
           OPEN I-O CASH-COUNTS
               WRITE CASH-COUNT-RECORD
                   INVALID KEY REWRITE CASH-COUNT-RECORD
                   END-REWRITE
               END-WRITE
           CLOSE CASH-COUNTS.
      * Start the day's count record from the opening count just
      * taken; reopening the same day starts it over, as the drawer
      * and vault records do
       SAVE-OPENING-COUNT.
           INITIALIZE CASH-COUNT-RECORD
           MOVE WS-DN-KIND TO CC-KIND
           MOVE WS-DN-OWNER TO CC-OWNER
           MOVE WS-DN-DATE TO CC-DATE
           MOVE WS-DN-BRANCH TO CC-BRANCH
           MOVE "n" TO CC-CLOSED
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 10
               MOVE WS-DN-COUNT(WS-DN-IDX) TO CC-OPENING(WS-DN-IDX)
           END-PERFORM
           PERFORM SAVE-CASH-COUNT.
      * Add the pieces just counted to the in (WS-DN-DIRECTION "I")
      * or out side of a count record
       ADD-DENOMINATION-MOVE.
           PERFORM READ-CASH-COUNT
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 10
               IF WS-DN-DIRECTION IS EQUAL TO "I"
                   ADD WS-DN-COUNT(WS-DN-IDX) TO CC-IN(WS-DN-IDX)
               ELSE
                   ADD WS-DN-COUNT(WS-DN-IDX) TO CC-OUT(WS-DN-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-CASH-COUNT.
      * Store the closing count and show the variance by denomination:
      * the opening count plus the pieces moved in less the pieces
      * moved out, against the pieces counted
       SAVE-CLOSING-COUNT.
           PERFORM READ-CASH-COUNT
           MOVE "y" TO CC-CLOSED
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 10
               MOVE WS-DN-COUNT(WS-DN-IDX) TO CC-CLOSING(WS-DN-IDX)
           END-PERFORM
           PERFORM SAVE-CASH-COUNT
           DISPLAY "---- Variance by denomination ----"
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 10
               COMPUTE WS-DN-EXPECTED = CC-OPENING(WS-DN-IDX) +
                   CC-IN(WS-DN-IDX) - CC-OUT(WS-DN-IDX)
               COMPUTE WS-DN-NET =
                   CC-CLOSING(WS-DN-IDX) - WS-DN-EXPECTED
               DISPLAY WS-DN-LABEL(WS-DN-IDX)
                   " opening "CC-OPENING(WS-DN-IDX)
                   " in "CC-IN(WS-DN-IDX)
                   " out "CC-OUT(WS-DN-IDX)
                   " expected "WS-DN-EXPECTED
                   " counted "CC-CLOSING(WS-DN-IDX)
                   " over/short "WS-DN-NET
           END-PERFORM.
      * Vault reorder report: each branch vault's notes and coin on
      * hand for the day (the closing count once the vault is closed,
      * otherwise the opening count plus the counted movements) set
      * against the VAULT-MIN- bank parameter for each denomination,
      * with the pieces to order wherever the vault is below minimum
       RUN-VAULT-REORDER-REPORT.
           DISPLAY "Enter report date (YYMMDD, 0 for today)..."
           ACCEPT WS-DN-REPORT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           IF WS-DN-REPORT-DATE IS EQUAL TO 0
               MOVE WS-CURRENT-DATE(3:6) TO WS-DN-REPORT-DATE
           END-IF
           MOVE 0 TO WS-DN-LINES
           MOVE 0 TO WS-DN-REORDERS
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 10
               MOVE 0 TO WS-DN-MIN(WS-DN-IDX)
               MOVE SPACES TO PARAM-NAME
               STRING "VAULT-MIN-" WS-DN-LABEL(WS-DN-IDX)
                   DELIMITED BY SPACE INTO PARAM-NAME
               END-STRING
               PERFORM READ-ONE-BANK-PARAMETER
               IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
                   MOVE PARAM-VALUE TO WS-DN-MIN(WS-DN-IDX)
               END-IF
           END-PERFORM
           CLOSE BANK-PARAMETERS
           MOVE WS-DN-REPORT-DATE TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "vaultreorder." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-VAULT-REORDER-PATH
           OPEN OUTPUT VAULT-REORDER-REPORT
           MOVE SPACES TO VAULT-REORDER-LINE
           STRING "VAULT REORDER for " WS-DN-REPORT-DATE
               " run " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO VAULT-REORDER-LINE
           END-STRING
           PERFORM WRITE-VAULT-REORDER-LINE
           MOVE "n" TO WS-DN-EOF
           OPEN INPUT CASH-COUNTS
           MOVE LOW-VALUES TO CC-KEY
           START CASH-COUNTS KEY IS GREATER THAN CC-KEY
               INVALID KEY MOVE "y" TO WS-DN-EOF
           END-START
           PERFORM UNTIL WS-DN-EOF IS EQUAL TO "y"
               READ CASH-COUNTS NEXT RECORD
                   AT END MOVE "y" TO WS-DN-EOF
               END-READ
               IF WS-DN-EOF IS NOT EQUAL TO "y" AND
                   CC-KIND IS EQUAL TO "V" AND
                   CC-DATE IS EQUAL TO WS-DN-REPORT-DATE
                   PERFORM ADD-VAULT-REORDER-BRANCH
               END-IF
           END-PERFORM
           CLOSE CASH-COUNTS
           MOVE SPACES TO VAULT-REORDER-LINE
           STRING "DENOMINATIONS TO REORDER " WS-DN-REORDERS
               DELIMITED BY SIZE INTO VAULT-REORDER-LINE
           END-STRING
           PERFORM WRITE-VAULT-REORDER-LINE
           CLOSE VAULT-REORDER-REPORT
           MOVE "VAULT REORDER" TO WS-RC-TYPE
           MOVE WS-DN-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       ADD-VAULT-REORDER-BRANCH.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1 UNTIL WS-DN-IDX > 10
               IF CC-CLOSED IS EQUAL TO "y"
                   MOVE CC-CLOSING(WS-DN-IDX) TO WS-DN-ON-HAND
               ELSE
                   COMPUTE WS-DN-ON-HAND = CC-OPENING(WS-DN-IDX) +
                       CC-IN(WS-DN-IDX) - CC-OUT(WS-DN-IDX)
               END-IF
               MOVE 0 TO WS-DN-SHORT
               IF WS-DN-ON-HAND < WS-DN-MIN(WS-DN-IDX)
                   COMPUTE WS-DN-SHORT =
                       WS-DN-MIN(WS-DN-IDX) - WS-DN-ON-HAND
                   ADD 1 TO WS-DN-REORDERS
               END-IF
               MOVE WS-DN-ON-HAND TO WS-DN-ON-HAND-OUT
               MOVE SPACES TO VAULT-REORDER-LINE
               IF WS-DN-SHORT > 0
                   STRING "BRANCH " CC-BRANCH
                       " " WS-DN-LABEL(WS-DN-IDX)
                       " on-hand=" WS-DN-ON-HAND-OUT
                       " minimum=" WS-DN-MIN(WS-DN-IDX)
                       " REORDER " WS-DN-SHORT
                       DELIMITED BY SIZE INTO VAULT-REORDER-LINE
                   END-STRING
               ELSE
                   STRING "BRANCH " CC-BRANCH
                       " " WS-DN-LABEL(WS-DN-IDX)
                       " on-hand=" WS-DN-ON-HAND-OUT
                       " minimum=" WS-DN-MIN(WS-DN-IDX)
                       DELIMITED BY SIZE INTO VAULT-REORDER-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-VAULT-REORDER-LINE
           END-PERFORM.
       WRITE-VAULT-REORDER-LINE.
           WRITE VAULT-REORDER-LINE
           DISPLAY VAULT-REORDER-LINE
           ADD 1 TO WS-DN-LINES.
      * Official-check fee, printed account number, outstanding GL
      * account and dormancy period from the bank parameters, keeping
      * the compiled defaults when none is set
       READ-OFFICIAL-CHECK-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "OFFICIAL-CHECK-FEE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-OC-FEE
           END-IF
           MOVE "OFFICIAL-CHECK-ACCT" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-OC-BANK-ACCOUNT
           END-IF
           MOVE "OFFICIAL-CHECK-GL" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-OC-GL
           END-IF
           MOVE "OFFICIAL-CHK-MONTHS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-OC-DORMANT-MONTHS
           END-IF
           CLOSE BANK-PARAMETERS.
      * Sell an official check drawn on the bank itself. The face
      * amount and the fee are debited to the purchaser's account or
      * taken as cash into the teller's open drawer; the check goes on
      * the official-check register as outstanding and is printed
      * through the check print file like any other check
       TAKE-OFFICIAL-CHECK.
           MOVE "OC" TO WS-TX-CHANNEL
           MOVE WS-STAFF-ID-IN TO WS-TX-OPERATOR
           MOVE "y" TO WS-OC-OK
           PERFORM READ-OFFICIAL-CHECK-PARAMETERS
           DISPLAY "Enter 'A' to pay from the purchaser's account or '"
               "C' for cash"
           ACCEPT WS-OC-FUNDING
           MOVE 0 TO WS-OC-ACCOUNT
           IF WS-OC-FUNDING IS EQUAL TO "A"
               DISPLAY "Enter purchaser account ID..."
               ACCEPT WS-OC-ACCOUNT
           END-IF
           DISPLAY "Enter check amount..."
           ACCEPT WS-OC-AMMOUNT
           DISPLAY "Enter payee..."
           ACCEPT WS-OC-PAYEE
           DISPLAY "Enter purchaser (remitter) name..."
           ACCEPT WS-OC-PURCHASER
           COMPUTE WS-OC-TOTAL = WS-OC-AMMOUNT + WS-OC-FEE
           IF WS-OC-FUNDING IS NOT EQUAL TO "A" AND
               WS-OC-FUNDING IS NOT EQUAL TO "C"
               DISPLAY "Funding must be A or C"
               MOVE "n" TO WS-OC-OK
           ELSE IF WS-OC-AMMOUNT IS EQUAL TO 0
               DISPLAY "Nothing to issue"
               MOVE "n" TO WS-OC-OK
           ELSE IF WS-OC-PAYEE IS EQUAL TO SPACES
               DISPLAY "An official check needs a payee"
               MOVE "n" TO WS-OC-OK
           END-IF
           END-IF
           END-IF
           IF WS-OC-OK IS EQUAL TO "y" AND WS-OC-FUNDING = "C"
               PERFORM READ-CURRENT-DRAWER
               IF WS-DRAWER-OPEN IS NOT EQUAL TO "y"
                   DISPLAY "Open a cash drawer before selling an offic"
                       "ial check for cash"
                   MOVE "n" TO WS-OC-OK
               END-IF
           END-IF
           IF WS-OC-OK IS EQUAL TO "y" AND WS-OC-FUNDING = "A"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               OPEN I-O BALANCE-DETAILS
               OPEN I-O TRANSACTION-DETAILS
               MOVE WS-OC-ACCOUNT TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY
                       DISPLAY "Error: account does not exist"
                       MOVE "n" TO WS-OC-OK
                   NOT INVALID KEY
                       PERFORM DEBIT-OFFICIAL-CHECK-PURCHASE
               END-READ
               CLOSE BALANCE-DETAILS
               CLOSE TRANSACTION-DETAILS
           END-IF
           IF WS-OC-OK IS EQUAL TO "y" AND WS-OC-FUNDING = "C"
               MOVE "+" TO WS-DRAWER-CASH-SIGN
               MOVE WS-OC-TOTAL TO WS-DRAWER-CASH-AMMOUNT
               PERFORM UPDATE-DRAWER-TOTALS
           END-IF
           IF WS-OC-OK IS EQUAL TO "y"
               PERFORM ASSIGN-OFFICIAL-CHECK-NUMBER
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-OC-NUMBER TO OC-NUMBER
               MOVE WS-OC-AMMOUNT TO OC-AMMOUNT
               MOVE WS-OC-FEE TO OC-FEE
               MOVE WS-OC-PAYEE TO OC-PAYEE
               MOVE WS-OC-PURCHASER TO OC-PURCHASER
               MOVE WS-OC-ACCOUNT TO OC-ACCOUNT-ID
               MOVE WS-OC-FUNDING TO OC-FUNDING
               MOVE "I" TO OC-STATUS
               MOVE WS-CURRENT-DATE(3:6) TO OC-ISSUE-DATE
               MOVE 0 TO OC-CLOSED-DATE
               MOVE WS-STAFF-ID-IN TO OC-STAFF-ID
               MOVE WS-STAFF-BRANCH TO OC-BRANCH
               OPEN I-O OFFICIAL-CHECKS
                   WRITE OFFICIAL-CHECK-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to register official"
                               " check "WS-OC-NUMBER
                   END-WRITE
               CLOSE OFFICIAL-CHECKS
               PERFORM PRINT-OFFICIAL-CHECK
               IF WS-OC-FEE > 0
                   MOVE "OFFICIAL CHK FEE" TO WS-IL-CATEGORY
                   MOVE WS-OC-FEE TO WS-IL-AMMOUNT
                   MOVE "+" TO WS-IL-SIGN
                   PERFORM WRITE-INCOME-LEDGER
               END-IF
               DISPLAY "Official check "WS-OC-NUMBER" issued for "
                   WS-OC-AMMOUNT" to "WS-OC-PAYEE
               DISPLAY "Collected "WS-OC-TOTAL" including a fee of "
                   WS-OC-FEE
           END-IF.
      * Debit the face amount and the fee to the BALANCES record just
      * read as two transactions; BALANCE-DETAILS and
      * TRANSACTION-DETAILS are open I-O. Only the available balance
      * can buy the check: the ledger balance less deposits under an
      * active hold and money earmarked into envelopes
       DEBIT-OFFICIAL-CHECK-PURCHASE.
           MOVE BALANCE-ID TO CREATE-ACCOUNT-ID
           PERFORM COMPUTE-ACTIVE-HOLDS
           MOVE BALANCE-ID TO WS-ENV-SCAN-ACCOUNT
           PERFORM COMPUTE-ENVELOPE-TOTAL
           COMPUTE WS-AVAILABLE-BALANCE = BALANCE-AMMOUNT -
               WS-ACTIVE-HOLD-TOTAL - WS-ENVELOPE-TOTAL
           PERFORM GET-PRODUCT-RETIREMENT
           IF BALANCE-STATUS IS EQUAL TO "X" OR
               BALANCE-STATUS IS EQUAL TO "C" OR
               BALANCE-STATUS IS EQUAL TO "H"
               DISPLAY "The account is frozen, closed or charged off"
               MOVE "n" TO WS-OC-OK
      * Money leaves a retirement account only as a coded
      * distribution, never straight into a check
           ELSE IF WS-BP-RETIREMENT IS EQUAL TO "y"
               DISPLAY "The account is a retirement account; take a "
                   "distribution first"
               MOVE "n" TO WS-OC-OK
           ELSE IF BALANCE-CURRENCY IS NOT EQUAL TO "USD"
               DISPLAY "Official checks are drawn in USD; the account "
                   "is held in "BALANCE-CURRENCY
               MOVE "n" TO WS-OC-OK
           ELSE IF WS-OC-TOTAL > WS-AVAILABLE-BALANCE
               DISPLAY "Insufficient available funds: the check and "
                   "fee come to "WS-OC-TOTAL
               MOVE "n" TO WS-OC-OK
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-OC-OK IS EQUAL TO "y"
               MOVE BALANCE-AMMOUNT TO WS-PJ-BEFORE
               SUBTRACT WS-OC-TOTAL FROM BALANCE-AMMOUNT
               REWRITE BALANCES
                   INVALID KEY
                       DISPLAY "Error: unable to debit the purchaser's"
                           " account"
                       MOVE "n" TO WS-OC-OK
               END-REWRITE
           END-IF
           IF WS-OC-OK IS EQUAL TO "y"
               MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
               MOVE BALANCE-ID TO TRANSACTION-ID
               MOVE WS-OC-AMMOUNT TO TRANSACTION-AMMOUNT
               MOVE "-" TO TRANSACTION-SIGN
               MOVE "OFFICIAL CHECK" TO TRANSACTION-MEMO
               MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
               PERFORM WRITE-TRANSACTION-RECORD
               IF WS-OC-FEE > 0
                   MOVE WS-CURRENT-DATE TO TRANSACTION-DATE
                   MOVE BALANCE-ID TO TRANSACTION-ID
                   MOVE WS-OC-FEE TO TRANSACTION-AMMOUNT
                   MOVE "-" TO TRANSACTION-SIGN
                   MOVE "OFFICIAL CHECK FEE" TO TRANSACTION-MEMO
                   MOVE BALANCE-CURRENCY TO TRANSACTION-CURRENCY
                   PERFORM WRITE-TRANSACTION-RECORD
               END-IF
               MOVE BALANCE-ID TO WS-PJ-ACCOUNT
               MOVE BALANCE-AMMOUNT TO WS-PJ-AFTER
               MOVE "OFFICIAL CHECK" TO WS-PJ-SOURCE
               PERFORM WRITE-POSTING-JOURNAL
           END-IF.
      * Draw the next official check number from the sequence control
      * file; the OFFCHECK series starts at 100001 so every number
      * prints at full width
       ASSIGN-OFFICIAL-CHECK-NUMBER.
           MOVE "OFFCHECK" TO SEQ-NAME
           OPEN I-O SEQUENCE-CONTROL
               READ SEQUENCE-CONTROL
                   INVALID KEY
                       MOVE "OFFCHECK" TO SEQ-NAME
                       MOVE 100001 TO SEQ-NEXT-NUMBER
                       WRITE SEQUENCE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to seed the offic"
                                   "ial check sequence"
                       END-WRITE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE SEQ-NEXT-NUMBER TO WS-OC-NUMBER
               ADD 1 TO SEQ-NEXT-NUMBER
               REWRITE SEQUENCE-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to advance the official "
                           "check sequence"
               END-REWRITE
           CLOSE SEQUENCE-CONTROL.
      * The printed official check: a heading naming the bank as
      * drawer and the remitter, then the shared check layout with the
      * official-check account number in place of a member account
       PRINT-OFFICIAL-CHECK.
           OPEN EXTEND CHECK-PRINT-FILE
           MOVE SPACES TO CHECK-PRINT-LINE
           STRING "OFFICIAL CHECK - DRAWN ON THE BANK  REMITTER: "
               OC-PURCHASER
               DELIMITED BY SIZE INTO CHECK-PRINT-LINE
           END-STRING
           WRITE CHECK-PRINT-LINE
           CLOSE CHECK-PRINT-FILE
           OPEN INPUT CHECK-REGISTER
               MOVE WS-OC-BANK-ACCOUNT TO CHECK-ACCOUNT-ID
               MOVE OC-NUMBER TO CHECK-NUMBER
               MOVE OC-AMMOUNT TO CHECK-AMMOUNT
               MOVE OC-PAYEE TO CHECK-PAYEE
               MOVE "I" TO CHECK-STATUS
               MOVE OC-ISSUE-DATE TO CHECK-ISSUE-DATE
               PERFORM WRITE-CHECK-PRINT-RECORD
           CLOSE CHECK-REGISTER.
      * A presented check carrying the official-check account number
      * is paid from the outstanding official checks, not a member
      * account; OFFICIAL-CHECKS is open I-O for the clearing run
       POST-PRESENTED-OFFICIAL-CHECK.
           MOVE CL-CHECK-NUMBER TO OC-NUMBER
           READ OFFICIAL-CHECKS
               INVALID KEY
                   MOVE "UNKNOWN CHECK" TO WS-CHECK-RETURN-REASON
                   PERFORM WRITE-CHECK-RETURN
               NOT INVALID KEY
                   IF OC-STATUS IS EQUAL TO "P"
                       MOVE "ALREADY PAID" TO WS-CHECK-RETURN-REASON
                       PERFORM WRITE-CHECK-RETURN
                   ELSE IF OC-STATUS IS EQUAL TO "E"
                       MOVE "ESCHEATED" TO WS-CHECK-RETURN-REASON
                       PERFORM WRITE-CHECK-RETURN
                   ELSE IF CL-AMMOUNT IS NOT EQUAL TO OC-AMMOUNT
                       MOVE "AMOUNT MISMATCH" TO
                           WS-CHECK-RETURN-REASON
                       PERFORM WRITE-CHECK-RETURN
                   ELSE
                       MOVE "P" TO OC-STATUS
                       MOVE WS-CURRENT-DATE(3:6) TO OC-CLOSED-DATE
                       REWRITE OFFICIAL-CHECK-RECORD
                           INVALID KEY
                               DISPLAY "Error: unable to mark official"
                                   " check "OC-NUMBER" paid"
                       END-REWRITE
                       ADD 1 TO WS-CHECK-PAID-COUNT
                       DISPLAY "Paid official check "CL-CHECK-NUMBER
                           " for "CL-AMMOUNT" from official checks ou"
                           "tstanding"
                   END-IF
                   END-IF
                   END-IF
           END-READ.
      * Months from OC-ISSUE-DATE to WS-OC-TODAY, both YYMMDD; a month
      * is only counted once its day of the month has come round
       AGE-OFFICIAL-CHECK.
           DIVIDE WS-OC-TODAY BY 10000 GIVING WS-OC-TODAY-YY
               REMAINDER WS-OC-TODAY-REM
           DIVIDE WS-OC-TODAY-REM BY 100 GIVING WS-OC-TODAY-MM
               REMAINDER WS-OC-TODAY-DD
           DIVIDE OC-ISSUE-DATE BY 10000 GIVING WS-OC-ISSUE-YY
               REMAINDER WS-OC-ISSUE-REM
           DIVIDE WS-OC-ISSUE-REM BY 100 GIVING WS-OC-ISSUE-MM
               REMAINDER WS-OC-ISSUE-DD
           COMPUTE WS-OC-MONTHS =
               (WS-OC-TODAY-YY - WS-OC-ISSUE-YY) * 12
               + (WS-OC-TODAY-MM - WS-OC-ISSUE-MM)
           IF WS-OC-TODAY-DD < WS-OC-ISSUE-DD
               SUBTRACT 1 FROM WS-OC-MONTHS
           END-IF
           IF WS-OC-MONTHS < 0
               MOVE 0 TO WS-OC-MONTHS
           END-IF.
      * Outstanding official checks, aged from the issue date into
      * four buckets, with every item past the dormancy period marked
      * as due for escheatment
       RUN-OFFICIAL-CHECK-REPORT.
           PERFORM READ-OFFICIAL-CHECK-PARAMETERS
           MOVE WS-CURRENT-DATE(3:6) TO WS-OC-TODAY
           MOVE 0 TO WS-OC-LINES
           MOVE 0 TO WS-OC-DORMANT-COUNT
           MOVE 0 TO WS-OC-DORMANT-TOTAL
           INITIALIZE WS-OC-AGE-TABLE
           MOVE WS-OC-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "officialchecks." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-OFFICIAL-REPORT-PATH
           OPEN OUTPUT OFFICIAL-CHECK-REPORT
           MOVE SPACES TO OFFICIAL-CHECK-LINE
           STRING "OUTSTANDING OFFICIAL CHECKS as of " WS-OC-TODAY
               " dormant after " WS-OC-DORMANT-MONTHS " months"
               DELIMITED BY SIZE INTO OFFICIAL-CHECK-LINE
           END-STRING
           PERFORM WRITE-OFFICIAL-CHECK-LINE
           MOVE "n" TO WS-OC-EOF
           OPEN INPUT OFFICIAL-CHECKS
           MOVE LOW-VALUES TO OC-NUMBER
           START OFFICIAL-CHECKS KEY IS GREATER THAN OC-NUMBER
               INVALID KEY MOVE "y" TO WS-OC-EOF
           END-START
           PERFORM UNTIL WS-OC-EOF IS EQUAL TO "y"
               READ OFFICIAL-CHECKS NEXT RECORD
                   AT END MOVE "y" TO WS-OC-EOF
               END-READ
               IF WS-OC-EOF IS NOT EQUAL TO "y" AND
                   OC-STATUS IS EQUAL TO "I"
                   PERFORM ADD-OUTSTANDING-OFFICIAL-CHECK
               END-IF
           END-PERFORM
           CLOSE OFFICIAL-CHECKS
           PERFORM VARYING WS-OC-AGE-IDX FROM 1 BY 1
               UNTIL WS-OC-AGE-IDX > 4
               MOVE SPACES TO OFFICIAL-CHECK-LINE
               STRING "AGE " WS-OC-AGE-NAME(WS-OC-AGE-IDX)
                   " checks=" WS-OC-AGE-COUNT(WS-OC-AGE-IDX)
                   " ammount=" WS-OC-AGE-TOTAL(WS-OC-AGE-IDX)
                   DELIMITED BY SIZE INTO OFFICIAL-CHECK-LINE
               END-STRING
               PERFORM WRITE-OFFICIAL-CHECK-LINE
           END-PERFORM
           MOVE SPACES TO OFFICIAL-CHECK-LINE
           STRING "DORMANT checks=" WS-OC-DORMANT-COUNT
               " ammount=" WS-OC-DORMANT-TOTAL
               DELIMITED BY SIZE INTO OFFICIAL-CHECK-LINE
           END-STRING
           PERFORM WRITE-OFFICIAL-CHECK-LINE
           CLOSE OFFICIAL-CHECK-REPORT
           MOVE "OFFICIAL CHECKS" TO WS-RC-TYPE
           MOVE WS-OC-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       ADD-OUTSTANDING-OFFICIAL-CHECK.
           PERFORM AGE-OFFICIAL-CHECK
           IF WS-OC-MONTHS < 3
               MOVE 1 TO WS-OC-AGE-IDX
           ELSE IF WS-OC-MONTHS < 6
               MOVE 2 TO WS-OC-AGE-IDX
           ELSE IF WS-OC-MONTHS < 12
               MOVE 3 TO WS-OC-AGE-IDX
           ELSE
               MOVE 4 TO WS-OC-AGE-IDX
           END-IF
           END-IF
           END-IF
           ADD 1 TO WS-OC-AGE-COUNT(WS-OC-AGE-IDX)
           ADD OC-AMMOUNT TO WS-OC-AGE-TOTAL(WS-OC-AGE-IDX)
           MOVE SPACES TO OFFICIAL-CHECK-LINE
           IF WS-OC-MONTHS >= WS-OC-DORMANT-MONTHS
               ADD 1 TO WS-OC-DORMANT-COUNT
               ADD OC-AMMOUNT TO WS-OC-DORMANT-TOTAL
               STRING "CHECK " OC-NUMBER " issued " OC-ISSUE-DATE
                   " payee " OC-PAYEE " ammount=" OC-AMMOUNT
                   " age=" WS-OC-AGE-NAME(WS-OC-AGE-IDX)
                   " DORMANT - ESCHEAT"
                   DELIMITED BY SIZE INTO OFFICIAL-CHECK-LINE
               END-STRING
           ELSE
               STRING "CHECK " OC-NUMBER " issued " OC-ISSUE-DATE
                   " payee " OC-PAYEE " ammount=" OC-AMMOUNT
                   " age=" WS-OC-AGE-NAME(WS-OC-AGE-IDX)
                   DELIMITED BY SIZE INTO OFFICIAL-CHECK-LINE
               END-STRING
           END-IF
           PERFORM WRITE-OFFICIAL-CHECK-LINE.
       WRITE-OFFICIAL-CHECK-LINE.
           WRITE OFFICIAL-CHECK-LINE
           DISPLAY OFFICIAL-CHECK-LINE
           ADD 1 TO WS-OC-LINES.
      * Escheatment of official checks outstanding past the dormancy
      * period: each is marked escheated so clearing will no longer
      * pay it, and a remittance line naming the payee and remitter
      * goes to the state file. ESCHEAT-FILE is open for EXTEND
       ESCHEAT-OFFICIAL-CHECKS.
           PERFORM READ-OFFICIAL-CHECK-PARAMETERS
           MOVE WS-ES-TODAY TO WS-OC-TODAY
           MOVE 0 TO WS-OC-ES-COUNT
           MOVE 0 TO WS-OC-ES-TOTAL
           MOVE "n" TO WS-OC-EOF
           OPEN I-O OFFICIAL-CHECKS
           MOVE LOW-VALUES TO OC-NUMBER
           START OFFICIAL-CHECKS KEY IS GREATER THAN OC-NUMBER
               INVALID KEY MOVE "y" TO WS-OC-EOF
           END-START
           PERFORM UNTIL WS-OC-EOF IS EQUAL TO "y"
               READ OFFICIAL-CHECKS NEXT RECORD
                   AT END MOVE "y" TO WS-OC-EOF
               END-READ
               IF WS-OC-EOF IS NOT EQUAL TO "y" AND
                   OC-STATUS IS EQUAL TO "I"
                   PERFORM AGE-OFFICIAL-CHECK
                   IF WS-OC-MONTHS >= WS-OC-DORMANT-MONTHS
                       PERFORM ESCHEAT-ONE-OFFICIAL-CHECK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OFFICIAL-CHECKS.
       ESCHEAT-ONE-OFFICIAL-CHECK.
           MOVE "E" TO OC-STATUS
           MOVE WS-OC-TODAY TO OC-CLOSED-DATE
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to escheat official check "
                       OC-NUMBER
           END-REWRITE
           MOVE SPACES TO ESCHEAT-LINE
           STRING "REMIT official-check=" OC-NUMBER
               " date=" WS-OC-TODAY
               " ammount=" OC-AMMOUNT
               " issued=" OC-ISSUE-DATE
               " payee=" OC-PAYEE
               " remitter=" OC-PURCHASER
               DELIMITED BY SIZE INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE
           ADD 1 TO WS-OC-ES-COUNT
           ADD OC-AMMOUNT TO WS-OC-ES-TOTAL
           DISPLAY "ESCHEATED: official check "OC-NUMBER" "OC-AMMOUNT
               " issued "OC-ISSUE-DATE.
      * Official checks reach the GL journal from their own register:
      * each check issued in the period debits cash and credits
      * official checks outstanding (a purchase from an account has
      * already moved the money to cash through its own transaction),
      * a fee taken in cash credits the fee's reference-code account,
      * and a check paid by clearing or escheated debits the
      * outstanding account back against cash
       WRITE-OFFICIAL-CHECK-GL.
           PERFORM READ-OFFICIAL-CHECK-PARAMETERS
           MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-OC-FEE-GL
           MOVE "OFFICIAL CHECK FEE" TO REF-CODE
           OPEN INPUT REFERENCE-CODES
               READ REFERENCE-CODES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF REF-GL-ACCOUNT IS NOT EQUAL TO 0
                           MOVE REF-GL-ACCOUNT TO WS-OC-FEE-GL
                       END-IF
               END-READ
           CLOSE REFERENCE-CODES
           MOVE "n" TO WS-OC-EOF
           OPEN INPUT OFFICIAL-CHECKS
               MOVE LOW-VALUES TO OC-NUMBER
               START OFFICIAL-CHECKS KEY IS GREATER THAN OC-NUMBER
                   INVALID KEY MOVE "y" TO WS-OC-EOF
               END-START
               PERFORM UNTIL WS-OC-EOF IS EQUAL TO "y"
                   READ OFFICIAL-CHECKS NEXT RECORD
                       AT END MOVE "y" TO WS-OC-EOF
                   END-READ
                   IF WS-OC-EOF IS NOT EQUAL TO "y"
                       PERFORM WRITE-ONE-OFFICIAL-CHECK-GL
                   END-IF
               END-PERFORM
           CLOSE OFFICIAL-CHECKS.
       WRITE-ONE-OFFICIAL-CHECK-GL.
           COMPUTE WS-OC-EVENT-DATE = 20000000 + OC-ISSUE-DATE
           IF WS-OC-EVENT-DATE IS NOT LESS THAN WS-RD-FROM-DATE AND
               WS-OC-EVENT-DATE IS NOT GREATER THAN WS-RD-TO-DATE
               MOVE WS-GL-CASH-ACCOUNT TO WS-OC-GL-DEBIT
               MOVE WS-OC-GL TO WS-OC-GL-CREDIT
               MOVE OC-AMMOUNT TO WS-OC-GL-AMMOUNT
               MOVE SPACES TO WS-OC-GL-REF
               STRING "OCI" OC-NUMBER DELIMITED BY SIZE
                   INTO WS-OC-GL-REF
               END-STRING
               PERFORM WRITE-OFFICIAL-GL-PAIR
               IF OC-FUNDING IS EQUAL TO "C" AND OC-FEE > 0
                   MOVE WS-GL-CASH-ACCOUNT TO WS-OC-GL-DEBIT
                   MOVE WS-OC-FEE-GL TO WS-OC-GL-CREDIT
                   MOVE OC-FEE TO WS-OC-GL-AMMOUNT
                   MOVE SPACES TO WS-OC-GL-REF
                   STRING "OCF" OC-NUMBER DELIMITED BY SIZE
                       INTO WS-OC-GL-REF
                   END-STRING
                   PERFORM WRITE-OFFICIAL-GL-PAIR
               END-IF
           END-IF
           COMPUTE WS-OC-EVENT-DATE = 20000000 + OC-CLOSED-DATE
           IF WS-OC-EVENT-DATE IS NOT LESS THAN WS-RD-FROM-DATE AND
               WS-OC-EVENT-DATE IS NOT GREATER THAN WS-RD-TO-DATE AND
               (OC-STATUS IS EQUAL TO "P" OR OC-STATUS IS EQUAL TO "E")
               MOVE WS-OC-GL TO WS-OC-GL-DEBIT
               MOVE WS-GL-CASH-ACCOUNT TO WS-OC-GL-CREDIT
               MOVE OC-AMMOUNT TO WS-OC-GL-AMMOUNT
               MOVE SPACES TO WS-OC-GL-REF
               STRING "OC" OC-STATUS OC-NUMBER DELIMITED BY SIZE
                   INTO WS-OC-GL-REF
               END-STRING
               PERFORM WRITE-OFFICIAL-GL-PAIR
           END-IF.
       WRITE-OFFICIAL-GL-PAIR.
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING "D," WS-OC-GL-DEBIT "," WS-OC-GL-AMMOUNT ","
               WS-OC-GL-REF
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           END-STRING
           WRITE GL-JOURNAL-LINE
           ADD WS-OC-GL-AMMOUNT TO WS-GL-DEBIT-TOTAL
           MOVE SPACES TO GL-JOURNAL-LINE
           STRING "C," WS-OC-GL-CREDIT "," WS-OC-GL-AMMOUNT ","
               WS-OC-GL-REF
               DELIMITED BY SIZE INTO GL-JOURNAL-LINE
           END-STRING
           WRITE GL-JOURNAL-LINE
           ADD WS-OC-GL-AMMOUNT TO WS-GL-CREDIT-TOTAL
           ADD 2 TO WS-GL-LINE-COUNT.
      * An approved change. One to customer terms is checked against
      * the notice period again, since time has passed since it was
      * proposed, and its notices go out at approval; a rate, tier
      * or product change dated ahead stays on the pending file,
      * approved, for the "ci" run to land on its effective date, as
      * those tables carry no effective date of their own. Anything
      * else lands now. WS-CT-KEEP says whether the pending record
      * stays on file
       APPROVE-ONE-CHANGE.
           PERFORM ASSESS-CHANGE-IN-TERMS
           IF WS-CT-REFUSED IS EQUAL TO "y"
               MOVE "y" TO WS-CT-KEEP
               MOVE "TERMS-REFUSE" TO WS-AUDIT-ACTION
               DISPLAY "The change stays queued; reject it and propose"
                   " it again with a later effective date"
           ELSE
               IF WS-CT-CUSTOMER IS EQUAL TO "y"
                   PERFORM RUN-CHANGE-NOTICES
               END-IF
               IF (PC-TABLE IS EQUAL TO "RATE" OR
                   PC-TABLE IS EQUAL TO "TIER" OR
                   PC-TABLE IS EQUAL TO "PROD") AND
                   WS-CT-EFFECTIVE > WS-CT-TODAY
                   MOVE "y" TO WS-CT-KEEP
                   MOVE WS-STAFF-ID-IN TO PC-APPROVED-BY
                   MOVE WS-CT-TODAY TO PC-APPROVED-DATE
                   MOVE WS-CT-EFFECTIVE TO PC-DATE
                   REWRITE PENDING-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to mark the change ap"
                               "proved"
                   END-REWRITE
                   MOVE "CHANGE-SCHED" TO WS-AUDIT-ACTION
                   DISPLAY "Change approved; it takes effect on "
                       WS-CT-EFFECTIVE
               ELSE
                   PERFORM APPLY-ONE-CHANGE
                   MOVE "CHANGE-APPLY" TO WS-AUDIT-ACTION
               END-IF
           END-IF.
      * Land the approved changes whose effective date has arrived;
      * run ahead of the accrual so the day's interest is worked at
      * the new rates
       APPLY-DUE-CHANGES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-CT-TODAY
           MOVE 0 TO WS-CT-DUE-COUNT
           MOVE "n" TO WS-PC-EOF
           OPEN I-O PENDING-CHANGES
           MOVE LOW-VALUES TO PC-ID
           START PENDING-CHANGES KEY IS GREATER THAN PC-ID
               INVALID KEY MOVE "y" TO WS-PC-EOF
           END-START
           PERFORM UNTIL WS-PC-EOF IS EQUAL TO "y"
               READ PENDING-CHANGES NEXT RECORD
                   AT END MOVE "y" TO WS-PC-EOF
               END-READ
               IF WS-PC-EOF IS NOT EQUAL TO "y" AND
                   PC-APPROVED-BY IS NOT EQUAL TO SPACES AND
                   PC-DATE IS LESS THAN OR EQUAL TO WS-CT-TODAY
                   PERFORM APPLY-ONE-CHANGE
                   DELETE PENDING-CHANGES RECORD
                       INVALID KEY
                           DISPLAY "Error: unable to clear the pending "
                               "change"
                   END-DELETE
                   ADD 1 TO WS-CT-DUE-COUNT
                   MOVE "CHANGE-APPLY" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING PC-TABLE "/" PC-KEY
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE PC-PROPOSED-BY TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING PC-NUM " eff " PC-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE PC-APPROVED-BY TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           END-PERFORM
           CLOSE PENDING-CHANGES
           DISPLAY "Approved changes landed on their effective date: "
               WS-CT-DUE-COUNT.
      * Work out what a change staged in the PC fields means for the
      * customer: the old and new terms, the accounts it reaches
      * (WS-CT-TYPE, and for a tier WS-CT-FLOOR), whether it is
      * adverse, and whether an adverse change's effective date
      * leaves the notice CHANGE-NOTICE-DAYS requires. A change to
      * anything but customer terms passes straight through
       ASSESS-CHANGE-IN-TERMS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-CT-TODAY
           MOVE "n" TO WS-CT-CUSTOMER
           MOVE "n" TO WS-CT-ADVERSE
           MOVE "n" TO WS-CT-REFUSED
           MOVE "*" TO WS-CT-TYPE
           MOVE 0 TO WS-CT-FLOOR
           MOVE SPACES TO WS-CT-WHAT
           MOVE SPACES TO WS-CT-OLD-TEXT
           MOVE SPACES TO WS-CT-NEW-TEXT
           MOVE PC-DATE TO WS-CT-EFFECTIVE
           IF WS-CT-EFFECTIVE IS EQUAL TO 0
               MOVE WS-CT-TODAY TO WS-CT-EFFECTIVE
           END-IF
           IF PC-TABLE IS EQUAL TO "PARAM"
               PERFORM ASSESS-PARAM-TERMS
           ELSE IF PC-TABLE IS EQUAL TO "RATE"
               PERFORM ASSESS-RATE-TERMS
           ELSE IF PC-TABLE IS EQUAL TO "TIER"
               PERFORM ASSESS-TIER-TERMS
           ELSE IF PC-TABLE IS EQUAL TO "PROD"
               PERFORM ASSESS-PRODUCT-TERMS
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-CT-CUSTOMER IS EQUAL TO "y"
               MOVE 30 TO WS-CT-NOTICE-DAYS
               MOVE WS-CT-TODAY TO WS-PARAM-TODAY
               OPEN INPUT BANK-PARAMETERS
               MOVE "CHANGE-NOTICE-DAYS" TO PARAM-NAME
               PERFORM READ-ONE-BANK-PARAMETER
               IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
                   MOVE PARAM-VALUE TO WS-CT-NOTICE-DAYS
               END-IF
               CLOSE BANK-PARAMETERS
               COMPUTE WS-CT-YYYYMMDD = 20000000 + WS-CT-TODAY
               COMPUTE WS-CT-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CT-YYYYMMDD)
               COMPUTE WS-CT-YYYYMMDD = 20000000 + WS-CT-EFFECTIVE
               COMPUTE WS-CT-EFFECTIVE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CT-YYYYMMDD)
               COMPUTE WS-CT-LEAD-DAYS =
                   WS-CT-EFFECTIVE-INT - WS-CT-TODAY-INT
               MOVE WS-CT-LEAD-DAYS TO WS-CT-LEAD-EDIT
               IF WS-CT-ADVERSE IS EQUAL TO "y" AND
                   WS-CT-LEAD-DAYS < WS-CT-NOTICE-DAYS
                   MOVE "y" TO WS-CT-REFUSED
                   DISPLAY "Refused: " WS-CT-WHAT
                   DISPLAY "is adverse to the customer and needs "
                       WS-CT-NOTICE-DAYS " days' notice; effective "
                       WS-CT-EFFECTIVE " gives" WS-CT-LEAD-EDIT
               END-IF
           END-IF.
      * A bank parameter is a customer term only when the terms
      * table names it; a parameter with no value on file yet is
      * treated as a new charge, so as adverse
       ASSESS-PARAM-TERMS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1 UNTIL WS-CT-IDX > 7
               IF WS-CT-TERM-NAME(WS-CT-IDX) IS EQUAL TO PC-KEY
                   MOVE "y" TO WS-CT-CUSTOMER
                   MOVE WS-CT-TERM-TYPE(WS-CT-IDX) TO WS-CT-TYPE
                   MOVE WS-CT-TERM-WAY(WS-CT-IDX) TO WS-CT-WAY
               END-IF
           END-PERFORM
           IF WS-CT-CUSTOMER IS EQUAL TO "y"
               MOVE PC-KEY TO WS-CT-WHAT
               MOVE PC-KEY TO PARAM-NAME
               OPEN INPUT BANK-PARAMETERS
                   READ BANK-PARAMETERS
                       INVALID KEY
                           MOVE "y" TO WS-CT-ADVERSE
                           MOVE "none" TO WS-CT-OLD-TEXT
                       NOT INVALID KEY
                           MOVE PARAM-VALUE TO WS-CT-AMOUNT
                           PERFORM EDIT-TERMS-MONEY
                           MOVE WS-CT-AMOUNT-TEXT TO WS-CT-OLD-TEXT
                           IF PC-NUM IS EQUAL TO PARAM-VALUE
                               MOVE "n" TO WS-CT-CUSTOMER
                           END-IF
                           IF WS-CT-WAY IS EQUAL TO "U" AND
                               PC-NUM > PARAM-VALUE
                               MOVE "y" TO WS-CT-ADVERSE
                           END-IF
                           IF WS-CT-WAY IS EQUAL TO "D" AND
                               PC-NUM < PARAM-VALUE
                               MOVE "y" TO WS-CT-ADVERSE
                           END-IF
                   END-READ
               CLOSE BANK-PARAMETERS
               MOVE PC-NUM TO WS-CT-AMOUNT
               PERFORM EDIT-TERMS-MONEY
               MOVE WS-CT-AMOUNT-TEXT TO WS-CT-NEW-TEXT
           END-IF.
      * A flat rate reaches every account of the type; a cut is
      * adverse. With no rate on file the type earned the standard
      * WS-ACCOUNT-INTEREST rate
       ASSESS-RATE-TERMS.
           MOVE PC-KEY(1:1) TO WS-CT-TYPE
           STRING "Interest rate, account type " PC-KEY(1:1)
               DELIMITED BY SIZE INTO WS-CT-WHAT
           END-STRING
           MOVE PC-KEY(1:1) TO RATE-ACCOUNT-TYPE
           PERFORM READ-TERMS-FLAT-RATE
           IF PC-NUM IS NOT EQUAL TO WS-CT-OLD-RATE
               MOVE "y" TO WS-CT-CUSTOMER
           END-IF
           IF PC-NUM < WS-CT-OLD-RATE
               MOVE "y" TO WS-CT-ADVERSE
           END-IF
           MOVE WS-CT-OLD-RATE TO WS-CT-AMOUNT
           PERFORM EDIT-TERMS-RATE
           STRING WS-CT-AMOUNT-TEXT DELIMITED BY SPACE "%"
               DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
           END-STRING
           MOVE PC-NUM TO WS-CT-AMOUNT
           PERFORM EDIT-TERMS-RATE
           STRING WS-CT-AMOUNT-TEXT DELIMITED BY SPACE "%"
               DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
           END-STRING.
      * The flat rate on file for RATE-ACCOUNT-TYPE into
      * WS-CT-OLD-RATE, the standard rate when there is none
       READ-TERMS-FLAT-RATE.
           OPEN INPUT INTEREST-RATE-TABLE
               READ INTEREST-RATE-TABLE
                   INVALID KEY
                       MOVE WS-ACCOUNT-INTEREST TO WS-CT-OLD-RATE
                   NOT INVALID KEY
                       MOVE RATE-PERCENT TO WS-CT-OLD-RATE
               END-READ
           CLOSE INTEREST-RATE-TABLE.
      * A tier is earned on the slice of a balance above its floor,
      * so it reaches every account of the type over the lower of
      * its old and new floors. A rate cut or a raised floor is
      * adverse; a new tier is adverse when it pays less than the
      * tier, or flat rate, that paid that slice before
       ASSESS-TIER-TERMS.
           MOVE PC-KEY(1:15) TO WS-CT-TIER-KEY
           MOVE WS-CT-TK-TYPE TO WS-CT-TYPE
           MOVE WS-CT-TK-FLOOR TO WS-CT-FLOOR
           STRING "Interest rate tier " WS-CT-TK-TYPE "/"
               WS-CT-TK-NUMBER
               DELIMITED BY SIZE INTO WS-CT-WHAT
           END-STRING
           MOVE "n" TO WS-CT-FOUND
           MOVE WS-CT-TK-TYPE TO TIER-ACCOUNT-TYPE
           MOVE WS-CT-TK-NUMBER TO TIER-NUMBER
           OPEN INPUT RATE-TIER-TABLE
               READ RATE-TIER-TABLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "y" TO WS-CT-FOUND
                       MOVE TIER-FLOOR TO WS-CT-OLD-FLOOR
                       MOVE TIER-RATE TO WS-CT-OLD-RATE
               END-READ
           CLOSE RATE-TIER-TABLE
           IF WS-CT-FOUND IS EQUAL TO "y"
               IF WS-CT-OLD-FLOOR < WS-CT-FLOOR
                   MOVE WS-CT-OLD-FLOOR TO WS-CT-FLOOR
               END-IF
               IF PC-NUM < WS-CT-OLD-RATE OR
                   WS-CT-TK-FLOOR > WS-CT-OLD-FLOOR
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
               IF PC-NUM IS NOT EQUAL TO WS-CT-OLD-RATE OR
                   WS-CT-TK-FLOOR IS NOT EQUAL TO WS-CT-OLD-FLOOR
                   MOVE "y" TO WS-CT-CUSTOMER
               END-IF
           ELSE
               MOVE "y" TO WS-CT-CUSTOMER
               MOVE WS-CT-TK-TYPE TO RATE-ACCOUNT-TYPE
               PERFORM READ-TERMS-FLAT-RATE
               MOVE 0 TO WS-CT-OLD-FLOOR
               MOVE WS-CT-TK-TYPE TO WS-TIER-TYPE
               PERFORM LOAD-RATE-TIERS
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
                   IF WS-TIER-FLOOR(WS-TIER-IDX) IS LESS THAN OR
                       EQUAL TO WS-CT-TK-FLOOR
                       MOVE WS-TIER-FLOOR(WS-TIER-IDX) TO
                           WS-CT-OLD-FLOOR
                       MOVE WS-TIER-RATE(WS-TIER-IDX) TO
                           WS-CT-OLD-RATE
                   END-IF
               END-PERFORM
               IF PC-NUM < WS-CT-OLD-RATE
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
           END-IF
           MOVE 1 TO WS-CT-OLD-PTR
           MOVE WS-CT-OLD-RATE TO WS-CT-AMOUNT
           PERFORM EDIT-TERMS-RATE
           STRING WS-CT-AMOUNT-TEXT DELIMITED BY SPACE "% over "
               DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
               WITH POINTER WS-CT-OLD-PTR
           END-STRING
           MOVE WS-CT-OLD-FLOOR TO WS-CT-AMOUNT
           PERFORM EDIT-TERMS-MONEY
           STRING WS-CT-AMOUNT-TEXT DELIMITED BY SPACE
               INTO WS-CT-OLD-TEXT WITH POINTER WS-CT-OLD-PTR
           END-STRING
           MOVE 1 TO WS-CT-NEW-PTR
           MOVE PC-NUM TO WS-CT-AMOUNT
           PERFORM EDIT-TERMS-RATE
           STRING WS-CT-AMOUNT-TEXT DELIMITED BY SPACE "% over "
               DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
               WITH POINTER WS-CT-NEW-PTR
           END-STRING
           MOVE WS-CT-TK-FLOOR TO WS-CT-AMOUNT
           PERFORM EDIT-TERMS-MONEY
           STRING WS-CT-AMOUNT-TEXT DELIMITED BY SPACE
               INTO WS-CT-NEW-TEXT WITH POINTER WS-CT-NEW-PTR
           END-STRING.
      * A product's terms reach every account of that type. Only the
      * terms that change are named in the notice; a new product
      * has no holders yet, and a change of name alone is no change
      * in terms
       ASSESS-PRODUCT-TERMS.
           MOVE PC-KEY(1:7) TO WS-CT-PROD-KEY
           MOVE WS-CT-PK-CODE TO WS-CT-TYPE
           STRING "Product " WS-CT-PK-CODE " account terms"
               DELIMITED BY SIZE INTO WS-CT-WHAT
           END-STRING
           MOVE 1 TO WS-CT-OLD-PTR
           MOVE 1 TO WS-CT-NEW-PTR
           MOVE WS-CT-PK-CODE TO PROD-CODE
           OPEN INPUT PRODUCT-CATALOG
               READ PRODUCT-CATALOG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM COMPARE-PRODUCT-TERMS
               END-READ
           CLOSE PRODUCT-CATALOG.
       COMPARE-PRODUCT-TERMS.
           IF PROD-EARNS-INTEREST IS NOT EQUAL TO WS-CT-PK-INTEREST
               MOVE "y" TO WS-CT-CUSTOMER
               IF PROD-EARNS-INTEREST IS EQUAL TO "y"
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
               STRING "interest " PROD-EARNS-INTEREST " "
                   DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
                   WITH POINTER WS-CT-OLD-PTR
               END-STRING
               STRING "interest " WS-CT-PK-INTEREST " "
                   DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
                   WITH POINTER WS-CT-NEW-PTR
               END-STRING
           END-IF
           IF PROD-WD-LIMIT IS NOT EQUAL TO WS-CT-PK-WD-LIMIT
               MOVE "y" TO WS-CT-CUSTOMER
               IF WS-CT-PK-WD-LIMIT > 0 AND
                   (PROD-WD-LIMIT IS EQUAL TO 0 OR
                    WS-CT-PK-WD-LIMIT < PROD-WD-LIMIT)
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
               STRING "withdrawals/month " PROD-WD-LIMIT " "
                   DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
                   WITH POINTER WS-CT-OLD-PTR
               END-STRING
               STRING "withdrawals/month " WS-CT-PK-WD-LIMIT " "
                   DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
                   WITH POINTER WS-CT-NEW-PTR
               END-STRING
           END-IF
           IF PROD-MIN-BALANCE IS NOT EQUAL TO PC-NUM
               MOVE "y" TO WS-CT-CUSTOMER
               IF PC-NUM > PROD-MIN-BALANCE
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
               MOVE PROD-MIN-BALANCE TO WS-CT-AMOUNT
               PERFORM EDIT-TERMS-MONEY
               STRING "minimum " WS-CT-AMOUNT-TEXT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
                   WITH POINTER WS-CT-OLD-PTR
               END-STRING
               MOVE PC-NUM TO WS-CT-AMOUNT
               PERFORM EDIT-TERMS-MONEY
               STRING "minimum " WS-CT-AMOUNT-TEXT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
                   WITH POINTER WS-CT-NEW-PTR
               END-STRING
           END-IF
           IF PROD-FEE-SET IS NOT EQUAL TO WS-CT-PK-FEE-SET
               MOVE "y" TO WS-CT-CUSTOMER
               IF WS-CT-PK-FEE-SET IS EQUAL TO "S"
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
               STRING "fee set " PROD-FEE-SET " "
                   DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
                   WITH POINTER WS-CT-OLD-PTR
               END-STRING
               STRING "fee set " WS-CT-PK-FEE-SET " "
                   DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
                   WITH POINTER WS-CT-NEW-PTR
               END-STRING
           END-IF
           IF PROD-OD-ELIGIBLE IS NOT EQUAL TO WS-CT-PK-OD
               MOVE "y" TO WS-CT-CUSTOMER
               IF PROD-OD-ELIGIBLE IS EQUAL TO "y"
                   MOVE "y" TO WS-CT-ADVERSE
               END-IF
               STRING "overdraft " PROD-OD-ELIGIBLE " "
                   DELIMITED BY SIZE INTO WS-CT-OLD-TEXT
                   WITH POINTER WS-CT-OLD-PTR
               END-STRING
               STRING "overdraft " WS-CT-PK-OD " "
                   DELIMITED BY SIZE INTO WS-CT-NEW-TEXT
                   WITH POINTER WS-CT-NEW-PTR
               END-STRING
           END-IF.
      * WS-CT-AMOUNT edited as money or as a rate into
      * WS-CT-AMOUNT-TEXT, left-justified for the letter
       EDIT-TERMS-MONEY.
           MOVE WS-CT-AMOUNT TO WS-CT-MONEY-EDIT
           MOVE 0 TO WS-CT-LEAD
           INSPECT WS-CT-MONEY-EDIT TALLYING WS-CT-LEAD
               FOR LEADING SPACES
           MOVE WS-CT-MONEY-EDIT(WS-CT-LEAD + 1:) TO WS-CT-AMOUNT-TEXT.
       EDIT-TERMS-RATE.
           MOVE WS-CT-AMOUNT TO WS-CT-RATE-EDIT
           MOVE 0 TO WS-CT-LEAD
           INSPECT WS-CT-RATE-EDIT TALLYING WS-CT-LEAD
               FOR LEADING SPACES
           MOVE WS-CT-RATE-EDIT(WS-CT-LEAD + 1:) TO WS-CT-AMOUNT-TEXT.
      * Notice run for an approved change in terms: a TERMS-CHANGE
      * notice through CUSTOMER-NOTICE to every open account the
      * change reaches, with the old and new terms and the effective
      * date, and a report of the run whose closing lines tie the
      * accounts affected to the letters produced
       RUN-CHANGE-NOTICES.
           MOVE 0 TO WS-CT-AFFECTED
           MOVE 0 TO WS-CT-PRODUCED
           MOVE 0 TO WS-CT-HELD
           MOVE 0 TO WS-CT-FAILED
           MOVE 0 TO WS-CT-LINES
           MOVE SPACES TO WS-FP-NAME
           STRING "termsnotice." PC-ID ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-TERMS-NOTICE-PATH
           OPEN OUTPUT TERMS-NOTICE-REPORT
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "CHANGE-IN-TERMS NOTICE RUN change " PC-ID
               " table " PC-TABLE " run " WS-CT-TODAY
               " approved by " WS-STAFF-ID-IN
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "CHANGE " WS-CT-WHAT
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "OLD " WS-CT-OLD-TEXT
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "NEW " WS-CT-NEW-TEXT
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "EFFECTIVE " WS-CT-EFFECTIVE " notice days"
               WS-CT-LEAD-EDIT " adverse " WS-CT-ADVERSE
               " required days " WS-CT-NOTICE-DAYS
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE
           MOVE "n" TO WS-CT-EOF
           OPEN INPUT BALANCE-DETAILS
           MOVE LOW-VALUES TO BALANCE-ID
           START BALANCE-DETAILS KEY IS GREATER THAN BALANCE-ID
               INVALID KEY MOVE "y" TO WS-CT-EOF
           END-START
           PERFORM UNTIL WS-CT-EOF IS EQUAL TO "y"
               READ BALANCE-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-CT-EOF
               END-READ
               IF WS-CT-EOF IS NOT EQUAL TO "y" AND
                   BALANCE-STATUS IS NOT EQUAL TO "C" AND
                   BALANCE-STATUS IS NOT EQUAL TO "X" AND
                   (WS-CT-TYPE IS EQUAL TO "*" OR
                    BALANCE-ACCOUNT-TYPE IS EQUAL TO WS-CT-TYPE) AND
                   (WS-CT-FLOOR IS EQUAL TO 0 OR
                    BALANCE-AMMOUNT > WS-CT-FLOOR)
                   PERFORM SEND-CHANGE-NOTICE
               END-IF
           END-PERFORM
           CLOSE BALANCE-DETAILS
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "AFFECTED ACCOUNTS " WS-CT-AFFECTED
               " LETTERS PRODUCED " WS-CT-PRODUCED
               " (HELD FOR ADDRESS " WS-CT-HELD ")"
               " NOT PRODUCED " WS-CT-FAILED
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE
           MOVE SPACES TO TERMS-NOTICE-LINE
           IF WS-CT-AFFECTED IS EQUAL TO WS-CT-PRODUCED
               MOVE "TIE-OUT BALANCED" TO TERMS-NOTICE-LINE
           ELSE
               MOVE "TIE-OUT OUT OF BALANCE" TO TERMS-NOTICE-LINE
           END-IF
           PERFORM WRITE-TERMS-NOTICE-LINE
           CLOSE TERMS-NOTICE-REPORT
           MOVE "TERMS NOTICES" TO WS-RC-TYPE
           MOVE WS-CT-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       SEND-CHANGE-NOTICE.
           ADD 1 TO WS-CT-AFFECTED
           MOVE "TERMS-CHANGE" TO WS-NOTICE-EVENT
           MOVE BALANCE-ID TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING WS-CT-WHAT DELIMITED BY "  "
               ": was " DELIMITED BY SIZE
               WS-CT-OLD-TEXT DELIMITED BY "  "
               ", now " DELIMITED BY SIZE
               WS-CT-NEW-TEXT DELIMITED BY "  "
               ", effective " WS-CT-EFFECTIVE DELIMITED BY SIZE
               INTO WS-NOTICE-DETAIL
           END-STRING
      * A notice the subprogram never answers counts as not produced
           MOVE 90 TO WS-NOTICE-STATUS
           PERFORM SEND-CUSTOMER-NOTICE
           IF WS-NOTICE-STATUS IS EQUAL TO 00
               ADD 1 TO WS-CT-PRODUCED
               MOVE "letter" TO WS-CT-RESULT
           ELSE IF WS-NOTICE-STATUS IS EQUAL TO 20
               ADD 1 TO WS-CT-PRODUCED
               ADD 1 TO WS-CT-HELD
               MOVE "held" TO WS-CT-RESULT
           ELSE
               ADD 1 TO WS-CT-FAILED
               MOVE "FAILED" TO WS-CT-RESULT
           END-IF
           END-IF
           MOVE BALANCE-AMMOUNT TO WS-CT-BALANCE-EDIT
           MOVE SPACES TO TERMS-NOTICE-LINE
           STRING "ACCOUNT " BALANCE-ID " type " BALANCE-ACCOUNT-TYPE
               " balance " WS-CT-BALANCE-EDIT " notice " WS-CT-RESULT
               DELIMITED BY SIZE INTO TERMS-NOTICE-LINE
           END-STRING
           PERFORM WRITE-TERMS-NOTICE-LINE.
       WRITE-TERMS-NOTICE-LINE.
           WRITE TERMS-NOTICE-LINE
           DISPLAY TERMS-NOTICE-LINE
           ADD 1 TO WS-CT-LINES.
      * Yearly retention purge: a member whose accounts have all been
      * closed for longer than PURGE-RETAIN-YEARS (7 when unset), with
      * no open loan, dispute, legal order or official check still to
      * escheat, has the personal fields on the member and account
      * records overwritten the way the test-region masker does; the
      * IDs stay so the ledger and history still tie together. Each
      * purge is audited and listed on a dated certificate of
      * destruction, with the members held back and why
       RUN-RETENTION-PURGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-PG-TODAY
           MOVE 7 TO WS-PG-RETAIN-YEARS
           MOVE WS-PG-TODAY TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "PURGE-RETAIN-YEARS" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-PG-RETAIN-YEARS
           END-IF
           CLOSE BANK-PARAMETERS
           COMPUTE WS-PG-CUTOFF = WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY -
               WS-PG-RETAIN-YEARS * 10000
           MOVE 0 TO WS-PG-MEMBER-COUNT
           MOVE 0 TO WS-PG-PURGED
           MOVE 0 TO WS-PG-ACCT-PURGED
           MOVE 0 TO WS-PG-ALREADY
           MOVE 0 TO WS-PG-NO-ACCOUNTS
           MOVE 0 TO WS-PG-ACTIVE
           MOVE 0 TO WS-PG-RETAINED
           MOVE 0 TO WS-PG-HELD
           MOVE 0 TO WS-PG-LINES
           PERFORM LOAD-CLOSURE-DATES
           MOVE WS-PG-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "purgecert." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PURGE-CERTIFICATE-PATH
           OPEN OUTPUT PURGE-CERTIFICATE-FILE
           MOVE SPACES TO PURGE-CERTIFICATE-LINE
           STRING "CERTIFICATE OF DESTRUCTION - PERSONAL DATA run "
               WS-PG-TODAY " retention years " WS-PG-RETAIN-YEARS
               " closed on or before " WS-PG-CUTOFF
               DELIMITED BY SIZE INTO PURGE-CERTIFICATE-LINE
           END-STRING
           PERFORM WRITE-PURGE-CERT-LINE
           MOVE "n" TO WS-PG-EOF
           OPEN I-O MEMBER-DETAILS
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
               INVALID KEY MOVE "y" TO WS-PG-EOF
           END-START
           PERFORM UNTIL WS-PG-EOF IS EQUAL TO "y"
               READ MEMBER-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-PG-EOF
               END-READ
               IF WS-PG-EOF IS NOT EQUAL TO "y"
                   ADD 1 TO WS-PG-MEMBER-COUNT
                   IF MEMBER-NAME(1:14) IS EQUAL TO "PURGED MEMBER "
                       ADD 1 TO WS-PG-ALREADY
                   ELSE
                       PERFORM ASSESS-MEMBER-FOR-PURGE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MEMBER-DETAILS
           MOVE SPACES TO PURGE-CERTIFICATE-LINE
           STRING "MEMBERS READ " WS-PG-MEMBER-COUNT
               " PURGED " WS-PG-PURGED
               " ACCOUNTS SCRUBBED " WS-PG-ACCT-PURGED
               " PURGED BEFORE " WS-PG-ALREADY
               DELIMITED BY SIZE INTO PURGE-CERTIFICATE-LINE
           END-STRING
           PERFORM WRITE-PURGE-CERT-LINE
           MOVE SPACES TO PURGE-CERTIFICATE-LINE
           STRING "KEPT: ACCOUNTS OPEN " WS-PG-ACTIVE
               " WITHIN RETENTION " WS-PG-RETAINED
               " HELD " WS-PG-HELD
               " NO ACCOUNTS " WS-PG-NO-ACCOUNTS
               DELIMITED BY SIZE INTO PURGE-CERTIFICATE-LINE
           END-STRING
           PERFORM WRITE-PURGE-CERT-LINE
           MOVE SPACES TO PURGE-CERTIFICATE-LINE
           STRING "The personal data of each member listed PURGED above"
               " was overwritten on this date and cannot be recovered"
               " from the live files"
               DELIMITED BY SIZE INTO PURGE-CERTIFICATE-LINE
           END-STRING
           PERFORM WRITE-PURGE-CERT-LINE
           CLOSE PURGE-CERTIFICATE-FILE
           MOVE "DESTRUCTION CERT" TO WS-RC-TYPE
           MOVE WS-PG-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Members purged: " WS-PG-PURGED
               " held: " WS-PG-HELD.
      * Closure dates by account from the closure confirmations; an
      * account closed, reopened and closed again is listed twice,
      * and the lookup takes the later line
       LOAD-CLOSURE-DATES.
           MOVE 0 TO WS-PG-CLOSED-COUNT
           MOVE "n" TO WS-PG-SCAN-EOF
           OPEN INPUT CLOSURE-REPORT-FILE
           IF WS-PG-CLOSURE-STATUS IS NOT EQUAL TO "00"
               MOVE "y" TO WS-PG-SCAN-EOF
           END-IF
           PERFORM UNTIL WS-PG-SCAN-EOF IS EQUAL TO "y"
               READ CLOSURE-REPORT-FILE INTO WS-PG-CLOSURE-LINE
                   AT END MOVE "y" TO WS-PG-SCAN-EOF
               END-READ
               IF WS-PG-SCAN-EOF IS NOT EQUAL TO "y" AND
                   WS-PG-CL-TAG IS EQUAL TO "CLOSED account=" AND
                   WS-PG-CL-ACCOUNT IS NUMERIC AND
                   WS-PG-CL-DATE IS NUMERIC
                   IF WS-PG-CLOSED-COUNT < 5000
                       ADD 1 TO WS-PG-CLOSED-COUNT
                       MOVE WS-PG-CL-ACCOUNT TO
                           WS-PG-CLOSED-ACCOUNT(WS-PG-CLOSED-COUNT)
                       MOVE WS-PG-CL-DATE TO
                           WS-PG-CLOSED-DATE(WS-PG-CLOSED-COUNT)
                   ELSE
                       DISPLAY "More than 5000 closures; account "
                           WS-PG-CL-ACCOUNT " is kept this run"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PG-CLOSURE-STATUS IS NOT EQUAL TO "35"
               CLOSE CLOSURE-REPORT-FILE
           END-IF.
      * Decide whether the current member can be purged, leaving the
      * reason for keeping them in WS-PG-REASON
       ASSESS-MEMBER-FOR-PURGE.
           MOVE SPACES TO WS-PG-REASON
           MOVE 0 TO WS-PG-ACCT-COUNT
           MOVE "n" TO WS-PG-SCAN-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-PG-SCAN-EOF
           END-START
           PERFORM UNTIL WS-PG-SCAN-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-PG-SCAN-EOF
               END-READ
               IF WS-PG-SCAN-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS EQUAL TO MEMBER-ID
                   IF WS-PG-ACCT-COUNT < 100
                       ADD 1 TO WS-PG-ACCT-COUNT
                       MOVE CREATE-ACCOUNT-ID TO
                           WS-PG-ACCT-ID(WS-PG-ACCT-COUNT)
                       MOVE 0 TO WS-PG-ACCT-CLOSED(WS-PG-ACCT-COUNT)
                   ELSE
                       MOVE "ACCOUNT LIMIT" TO WS-PG-REASON
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS
      * No accounts: never a customer, or a merged tombstone whose
      * accounts moved to the survivor
           IF WS-PG-ACCT-COUNT IS EQUAL TO 0
               ADD 1 TO WS-PG-NO-ACCOUNTS
           ELSE
               PERFORM CHECK-PURGE-ACCOUNTS
               IF WS-PG-REASON IS EQUAL TO SPACES
                   PERFORM CHECK-PURGE-OPEN-ITEMS
               END-IF
               IF WS-PG-REASON IS EQUAL TO SPACES
                   PERFORM PURGE-ONE-MEMBER
               ELSE IF WS-PG-REASON IS EQUAL TO "ACCOUNT OPEN"
                   ADD 1 TO WS-PG-ACTIVE
               ELSE IF WS-PG-REASON IS EQUAL TO "IN RETENTION" OR
                   WS-PG-REASON IS EQUAL TO "CLOSE DATE UNKNOWN" OR
                   WS-PG-REASON IS EQUAL TO "ACCOUNT LIMIT"
                   ADD 1 TO WS-PG-RETAINED
               ELSE
                   ADD 1 TO WS-PG-HELD
                   MOVE SPACES TO PURGE-CERTIFICATE-LINE
                   STRING "HELD member=" MEMBER-ID
                       " last closed=" WS-PG-LAST-CLOSED
                       " reason=" WS-PG-REASON
                       DELIMITED BY SIZE INTO PURGE-CERTIFICATE-LINE
                   END-STRING
                   PERFORM WRITE-PURGE-CERT-LINE
               END-IF
               END-IF
               END-IF
           END-IF.
      * Every account closed, each with a closure date on file, the
      * latest of them on or before the cutoff
       CHECK-PURGE-ACCOUNTS.
           MOVE 0 TO WS-PG-LAST-CLOSED
           OPEN INPUT BALANCE-DETAILS
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-ACCT-COUNT
               MOVE WS-PG-ACCT-ID(WS-PG-IDX) TO BALANCE-ID
               READ BALANCE-DETAILS
                   INVALID KEY MOVE "A" TO BALANCE-STATUS
               END-READ
               IF BALANCE-STATUS IS EQUAL TO "H"
                   IF WS-PG-REASON IS EQUAL TO SPACES
                       MOVE "ACCOUNT HELD" TO WS-PG-REASON
                   END-IF
               ELSE IF BALANCE-STATUS IS NOT EQUAL TO "C"
                   MOVE "ACCOUNT OPEN" TO WS-PG-REASON
               ELSE
                   PERFORM VARYING WS-PG-CIDX FROM 1 BY 1
                       UNTIL WS-PG-CIDX > WS-PG-CLOSED-COUNT
                       IF WS-PG-CLOSED-ACCOUNT(WS-PG-CIDX) IS EQUAL TO
                           WS-PG-ACCT-ID(WS-PG-IDX)
                           MOVE WS-PG-CLOSED-DATE(WS-PG-CIDX) TO
                               WS-PG-ACCT-CLOSED(WS-PG-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-PG-ACCT-CLOSED(WS-PG-IDX) > WS-PG-LAST-CLOSED
                       MOVE WS-PG-ACCT-CLOSED(WS-PG-IDX) TO
                           WS-PG-LAST-CLOSED
                   END-IF
                   IF WS-PG-ACCT-CLOSED(WS-PG-IDX) IS EQUAL TO 0 AND
                       WS-PG-REASON IS EQUAL TO SPACES
                       MOVE "CLOSE DATE UNKNOWN" TO WS-PG-REASON
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           CLOSE BALANCE-DETAILS
           IF WS-PG-REASON IS EQUAL TO SPACES AND
               WS-PG-LAST-CLOSED > WS-PG-CUTOFF
               MOVE "IN RETENTION" TO WS-PG-REASON
           END-IF.
      * Nothing still open against the member: a loan on any of the
      * accounts, a dispute, a legal order being served, or an
      * official check bought from the accounts and still
      * outstanding, which escheats rather than lapses
       CHECK-PURGE-OPEN-ITEMS.
           OPEN INPUT LOAN-DETAILS
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-ACCT-COUNT
               MOVE WS-PG-ACCT-ID(WS-PG-IDX) TO LOAN-ACCOUNT-ID
               READ LOAN-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LOAN-TERM > 0
                           MOVE "OPEN LOAN" TO WS-PG-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-DETAILS
           IF WS-PG-REASON IS EQUAL TO SPACES
               MOVE "n" TO WS-PG-SCAN-EOF
               OPEN INPUT DISPUTE-CASES
               MOVE LOW-VALUES TO DISPUTE-CASE-ID
               START DISPUTE-CASES KEY IS GREATER THAN DISPUTE-CASE-ID
                   INVALID KEY MOVE "y" TO WS-PG-SCAN-EOF
               END-START
               PERFORM UNTIL WS-PG-SCAN-EOF IS EQUAL TO "y"
                   READ DISPUTE-CASES NEXT RECORD
                       AT END MOVE "y" TO WS-PG-SCAN-EOF
                   END-READ
                   IF WS-PG-SCAN-EOF IS NOT EQUAL TO "y" AND
                       DISPUTE-STATUS IS EQUAL TO "O"
                       PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                           UNTIL WS-PG-IDX > WS-PG-ACCT-COUNT
                           IF DISPUTE-ACCOUNT-ID IS EQUAL TO
                               WS-PG-ACCT-ID(WS-PG-IDX)
                               MOVE "OPEN DISPUTE" TO WS-PG-REASON
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE DISPUTE-CASES
           END-IF
           IF WS-PG-REASON IS EQUAL TO SPACES
               MOVE "n" TO WS-PG-SCAN-EOF
               OPEN INPUT LEGAL-ORDERS
               MOVE LOW-VALUES TO LO-ORDER-ID
               START LEGAL-ORDERS KEY IS GREATER THAN LO-ORDER-ID
                   INVALID KEY MOVE "y" TO WS-PG-SCAN-EOF
               END-START
               PERFORM UNTIL WS-PG-SCAN-EOF IS EQUAL TO "y"
                   READ LEGAL-ORDERS NEXT RECORD
                       AT END MOVE "y" TO WS-PG-SCAN-EOF
                   END-READ
                   IF WS-PG-SCAN-EOF IS NOT EQUAL TO "y" AND
                       LO-MEMBER-ID IS EQUAL TO MEMBER-ID AND
                       (LO-STATUS IS EQUAL TO "R" OR
                        LO-STATUS IS EQUAL TO "H")
                       MOVE "LEGAL ORDER" TO WS-PG-REASON
                   END-IF
               END-PERFORM
               CLOSE LEGAL-ORDERS
           END-IF
           IF WS-PG-REASON IS EQUAL TO SPACES
               MOVE "n" TO WS-PG-SCAN-EOF
               OPEN INPUT OFFICIAL-CHECKS
               MOVE LOW-VALUES TO OC-NUMBER
               START OFFICIAL-CHECKS KEY IS GREATER THAN OC-NUMBER
                   INVALID KEY MOVE "y" TO WS-PG-SCAN-EOF
               END-START
               PERFORM UNTIL WS-PG-SCAN-EOF IS EQUAL TO "y"
                   READ OFFICIAL-CHECKS NEXT RECORD
                       AT END MOVE "y" TO WS-PG-SCAN-EOF
                   END-READ
                   IF WS-PG-SCAN-EOF IS NOT EQUAL TO "y" AND
                       OC-STATUS IS EQUAL TO "I"
                       PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                           UNTIL WS-PG-IDX > WS-PG-ACCT-COUNT
                           IF OC-ACCOUNT-ID IS EQUAL TO
                               WS-PG-ACCT-ID(WS-PG-IDX)
                               MOVE "ESCHEAT ITEM" TO WS-PG-REASON
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE OFFICIAL-CHECKS
           END-IF.
      * Overwrite the member's personal fields in place and then the
      * sign-on details on each of the accounts
       PURGE-ONE-MEMBER.
           MOVE SPACES TO MEMBER-NAME
           STRING "PURGED MEMBER " MEMBER-ID
               DELIMITED BY SIZE INTO MEMBER-NAME
           END-STRING
           MOVE 0 TO MEMBER-AGE
           MOVE 0 TO MEMBER-GRADE
           MOVE SPACES TO MEMBER-SCHOOL
           MOVE 0 TO MEMBER-DOB
           MOVE SPACES TO MEMBER-GOVT-ID
           STRING "P" MEMBER-ID
               DELIMITED BY SIZE INTO MEMBER-GOVT-ID
           END-STRING
           MOVE "PURGED" TO MEMBER-ADDRESS
           MOVE SPACES TO MEMBER-PHONE
           IF MEMBER-ESTATE-CONTACT IS NOT EQUAL TO SPACES
               MOVE "PURGED" TO MEMBER-ESTATE-CONTACT
           END-IF
           IF MEMBER-ESTATE-ADDRESS IS NOT EQUAL TO SPACES
               MOVE "PURGED" TO MEMBER-ESTATE-ADDRESS
           END-IF
           IF MEMBER-LEGAL-NAME IS NOT EQUAL TO SPACES
               MOVE SPACES TO MEMBER-LEGAL-NAME
               STRING "PURGED BUSINESS " MEMBER-ID
                   DELIMITED BY SIZE INTO MEMBER-LEGAL-NAME
               END-STRING
           END-IF
           IF MEMBER-TAX-ID IS NOT EQUAL TO SPACES
               MOVE SPACES TO MEMBER-TAX-ID
               STRING "P" MEMBER-ID
                   DELIMITED BY SIZE INTO MEMBER-TAX-ID
               END-STRING
           END-IF
           MOVE SPACES TO MEMBER-EMAIL
           MOVE SPACES TO MEMBER-MOBILE
           REWRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to purge member " MEMBER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PG-PURGED
                   MOVE SPACES TO PURGE-CERTIFICATE-LINE
                   STRING "PURGED member=" MEMBER-ID
                       " accounts=" WS-PG-ACCT-COUNT
                       " last closed=" WS-PG-LAST-CLOSED
                       DELIMITED BY SIZE INTO PURGE-CERTIFICATE-LINE
                   END-STRING
                   PERFORM WRITE-PURGE-CERT-LINE
                   OPEN I-O ACCOUNT-DETAILS
                   PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-ACCT-COUNT
                       PERFORM SCRUB-PURGED-ACCOUNT
                   END-PERFORM
                   CLOSE ACCOUNT-DETAILS
                   MOVE "PII-PURGE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-KEY
                   STRING MEMBER-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY
                   END-STRING
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "closed " WS-PG-LAST-CLOSED
                       " accounts " WS-PG-ACCT-COUNT
                       DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
                   END-STRING
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "PURGED retain " WS-PG-RETAIN-YEARS " years"
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE "RETENTION-PURGE" TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
           END-REWRITE.
       SCRUB-PURGED-ACCOUNT.
           MOVE WS-PG-ACCT-ID(WS-PG-IDX) TO CREATE-ACCOUNT-ID
           READ ACCOUNT-DETAILS
               INVALID KEY
                   DISPLAY "Error: account record not found "
                       CREATE-ACCOUNT-ID
               NOT INVALID KEY
                   MOVE SPACES TO CREATE-USERNAME
                   STRING "purged" CREATE-ACCOUNT-ID
                       DELIMITED BY SIZE INTO CREATE-USERNAME
                   END-STRING
                   MOVE "PURGED" TO CREATE-PASSWORD
                   IF CREATE-HAS-JOINT IS EQUAL TO "y"
                       MOVE SPACES TO CREATE-USERNAME-2
                       STRING "purgedjoint" CREATE-ACCOUNT-ID
                           DELIMITED BY SIZE INTO CREATE-USERNAME-2
                       END-STRING
                       MOVE "PURGED" TO CREATE-PASSWORD-2
                   END-IF
                   REWRITE CREATE-ACCOUNT
                       INVALID KEY
                           DISPLAY "Error: unable to scrub account "
                               CREATE-ACCOUNT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-PG-ACCT-PURGED
                           MOVE SPACES TO PURGE-CERTIFICATE-LINE
                           STRING "  ACCOUNT " CREATE-ACCOUNT-ID
                               " closed=" WS-PG-ACCT-CLOSED(WS-PG-IDX)
                               " sign-on scrubbed"
                               DELIMITED BY SIZE
                               INTO PURGE-CERTIFICATE-LINE
                           END-STRING
                           PERFORM WRITE-PURGE-CERT-LINE
                   END-REWRITE
           END-READ.
       WRITE-PURGE-CERT-LINE.
           WRITE PURGE-CERTIFICATE-LINE
           DISPLAY PURGE-CERTIFICATE-LINE
           ADD 1 TO WS-PG-LINES.
      * Data-access export for a member who asks for a copy of what
      * the bank holds on them: the member record, every account tied
      * to the member with its balance, holds, envelopes and alert
      * choices, loans with their schedule and collateral, term
      * deposits, standing instructions, sweeps and payees, the
      * notices sent, the sign-in history, and the transactions over
      * a chosen range from the live file and any archives named.
      * One dated file, catalogued, and the export audited against
      * the signed-on staff member
       EXPORT-MEMBER-DATA.
           DISPLAY "Enter the member ID..."
           ACCEPT WS-DA-MEMBER-IN
           MOVE "n" TO WS-DA-FOUND
           MOVE WS-DA-MEMBER-IN TO MEMBER-ID
           OPEN INPUT MEMBER-DETAILS
               READ MEMBER-DETAILS
                   INVALID KEY DISPLAY "Unknown member ID..."
                   NOT INVALID KEY MOVE "y" TO WS-DA-FOUND
               END-READ
           CLOSE MEMBER-DETAILS
           IF WS-DA-FOUND IS EQUAL TO "y"
               DISPLAY "Enter the first date (YYMMDD) of transaction "
                   "history to include..."
               ACCEPT WS-DA-FROM-IN
               DISPLAY "Enter the last date (YYMMDD) of transaction "
                   "history to include..."
               ACCEPT WS-DA-TO-IN
      * Stored transaction dates are CCYYMMDD, so the range is
      * widened to that form, as the archive batch does; archives
      * from before the day was kept are matched on the month
               COMPUTE WS-DA-FROM-CMP = 20000000 + WS-DA-FROM-IN
               COMPUTE WS-DA-TO-CMP = 20000000 + WS-DA-TO-IN
               COMPUTE WS-DA-FROM-YM = WS-DA-FROM-CMP / 100
               COMPUTE WS-DA-TO-YM = WS-DA-TO-CMP / 100
               MOVE 0 TO WS-DA-ARCH-COUNT
               MOVE 1 TO WS-DA-ARCH-IN
               PERFORM UNTIL WS-DA-ARCH-IN IS EQUAL TO 0
                   DISPLAY "Enter the run date (YYMMDD) of a transact"
                       "ion archive to search as well, 0 when done..."
                   ACCEPT WS-DA-ARCH-IN
                   IF WS-DA-ARCH-IN IS NOT EQUAL TO 0
                       IF WS-DA-ARCH-COUNT < 20
                           ADD 1 TO WS-DA-ARCH-COUNT
                           MOVE WS-DA-ARCH-IN TO
                               WS-DA-ARCH-DATE(WS-DA-ARCH-COUNT)
                       ELSE
                           DISPLAY "No more than 20 archives; "
                               WS-DA-ARCH-IN " is left out"
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WRITE-MEMBER-DATA-EXPORT
           END-IF.
       WRITE-MEMBER-DATA-EXPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-DA-TODAY
           MOVE 0 TO WS-DA-LINES
           MOVE 0 TO WS-DA-TX-COUNT
           MOVE 0 TO WS-DA-ARCH-HITS
           MOVE WS-DA-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "dataexport." MEMBER-ID "." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-DATA-EXPORT-PATH
           OPEN OUTPUT DATA-EXPORT-FILE
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "MEMBER DATA-ACCESS EXPORT member " MEMBER-ID
               " run " WS-DA-TODAY " staff " WS-STAFF-ID-IN
               " transactions " WS-DA-FROM-IN " to " WS-DA-TO-IN
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           PERFORM EXPORT-DA-MEMBER
           PERFORM EXPORT-DA-ACCOUNTS
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-ACCT-COUNT
               PERFORM EXPORT-DA-ACCOUNT-DETAIL
           END-PERFORM
           PERFORM EXPORT-DA-HOLDS
           PERFORM EXPORT-DA-SWEEPS
           PERFORM EXPORT-DA-PAYEES
           PERFORM EXPORT-DA-NOTICES
           PERFORM EXPORT-DA-SIGN-INS
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "== TRANSACTIONS " WS-DA-FROM-CMP " to "
               WS-DA-TO-CMP
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           PERFORM VARYING WS-DA-IDX FROM 1 BY 1
               UNTIL WS-DA-IDX > WS-DA-ACCT-COUNT
               PERFORM EXPORT-DA-TRANSACTIONS
           END-PERFORM
           PERFORM VARYING WS-DA-ARCH-IDX FROM 1 BY 1
               UNTIL WS-DA-ARCH-IDX > WS-DA-ARCH-COUNT
               PERFORM EXPORT-DA-ARCHIVE
           END-PERFORM
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "END OF EXPORT accounts " WS-DA-ACCT-COUNT
               " live transactions " WS-DA-TX-COUNT
               " archived transactions " WS-DA-ARCH-HITS
               " archives searched " WS-DA-ARCH-COUNT
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           CLOSE DATA-EXPORT-FILE
           MOVE "DATA EXPORT" TO WS-RC-TYPE
           MOVE WS-DA-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           MOVE "DATA-EXPORT" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-KEY
           STRING MEMBER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "tx " WS-DA-FROM-IN "-" WS-DA-TO-IN
               " archives " WS-DA-ARCH-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-RC-FILE-NAME TO WS-AUDIT-AFTER
           MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
           PERFORM LOG-MAINTENANCE-ACTION
           DISPLAY "Data-access export written to " WS-RC-FILE-NAME.
       EXPORT-DA-MEMBER.
           MOVE "== MEMBER" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "ID " MEMBER-ID " NAME " MEMBER-NAME
               " TYPE " MEMBER-TYPE " AGE " MEMBER-AGE
               " GRADE " MEMBER-GRADE " SCHOOL " MEMBER-SCHOOL
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "DATE OF BIRTH " MEMBER-DOB
               " GOVERNMENT ID " MEMBER-GOVT-ID
               " KYC REVIEWED " MEMBER-KYC-REVIEW-DATE
               " RISK " MEMBER-RISK-RATING " " MEMBER-RISK-SCORE
               " SCORED " MEMBER-RISK-DATE
               " OFFICER " MEMBER-OFFICER-ID
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "ADDRESS " MEMBER-ADDRESS " PHONE " MEMBER-PHONE
               " RETURNED MAIL " MEMBER-ADDRESS-BAD " "
               MEMBER-BAD-ADDRESS-DATE
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE SPACES TO DATA-EXPORT-LINE
           STRING "EMAIL " MEMBER-EMAIL " MOBILE " MEMBER-MOBILE
               " CHANNELS alert " MEMBER-ALERT-CHANNEL
               " loan " MEMBER-LOAN-CHANNEL
               " service " MEMBER-SERVICE-CHANNEL
               " MARKETING OPT-OUT " MEMBER-MARKETING-OPT-OUT
               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
           END-STRING
           PERFORM WRITE-DATA-EXPORT-LINE
           IF MEMBER-TYPE IS EQUAL TO "B"
               MOVE SPACES TO DATA-EXPORT-LINE
               STRING "LEGAL NAME " MEMBER-LEGAL-NAME
                   " TAX ID " MEMBER-TAX-ID
                   " ENTITY " MEMBER-ENTITY-TYPE
                   " FORMED " MEMBER-FORMATION-DATE
                   DELIMITED BY SIZE INTO DATA-EXPORT-LINE
               END-STRING
               PERFORM WRITE-DATA-EXPORT-LINE
           END-IF
           IF MEMBER-DECEASED-DATE IS NOT EQUAL TO 0
               MOVE SPACES TO DATA-EXPORT-LINE
               STRING "DECEASED " MEMBER-DECEASED-DATE
                   " ESTATE CONTACT " MEMBER-ESTATE-CONTACT
                   " ESTATE ADDRESS " MEMBER-ESTATE-ADDRESS
                   DELIMITED BY SIZE INTO DATA-EXPORT-LINE
               END-STRING
               PERFORM WRITE-DATA-EXPORT-LINE
           END-IF
           IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0
               MOVE SPACES TO DATA-EXPORT-LINE
               STRING "MERGED INTO " MEMBER-MERGED-INTO
                   " ON " MEMBER-MERGED-DATE
                   DELIMITED BY SIZE INTO DATA-EXPORT-LINE
               END-STRING
               PERFORM WRITE-DATA-EXPORT-LINE
           END-IF.
      * Every account tied to the member, kept for the sections after
       EXPORT-DA-ACCOUNTS.
           MOVE "== ACCOUNTS" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE 0 TO WS-DA-ACCT-COUNT
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT ACCOUNT-DETAILS
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-DA-EOF
           END-START
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS EQUAL TO MEMBER-ID
                   IF WS-DA-ACCT-COUNT < 100
                       ADD 1 TO WS-DA-ACCT-COUNT
                       MOVE CREATE-ACCOUNT-ID TO
                           WS-DA-ACCT-ID(WS-DA-ACCT-COUNT)
                   ELSE
                       DISPLAY "More than 100 accounts; account "
                           CREATE-ACCOUNT-ID" must be added by hand"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-DETAILS.
      * One account: the sign-on and balance records, alert choices,
      * envelopes, standing instructions, any loan with its schedule
      * and collateral, and any term deposit
       EXPORT-DA-ACCOUNT-DETAIL.
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO CREATE-ACCOUNT-ID
           OPEN INPUT ACCOUNT-DETAILS
               READ ACCOUNT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "ACCOUNT " CREATE-ACCOUNT-ID
                           " TYPE " CREATE-ACCOUNT-TYPE
                           " JOINT " CREATE-HAS-JOINT
                           " BOTH TO SIGN " CREATE-BOTH-TO-SIGN
                           " BRANCH " CREATE-HOME-BRANCH
                           " USER " CREATE-USERNAME(1:30)
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
                       IF CREATE-HAS-JOINT IS EQUAL TO "y"
                           MOVE SPACES TO DATA-EXPORT-LINE
                           STRING "  SECOND HOLDER USER "
                               CREATE-USERNAME-2(1:30)
                               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-DATA-EXPORT-LINE
                       END-IF
               END-READ
           CLOSE ACCOUNT-DETAILS
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO BALANCE-ID
           OPEN INPUT BALANCE-DETAILS
               READ BALANCE-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BALANCE-AMMOUNT TO WS-DA-MONEY-EDIT
                       MOVE BALANCE-WITHHOLD-TOTAL TO WS-DA-MONEY-EDIT-2
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "  BALANCE " WS-DA-MONEY-EDIT
                           " " BALANCE-CURRENCY
                           " STATUS " BALANCE-STATUS
                           " LOCKED " BALANCE-LOCKED
                           " LAST INTEREST " BALANCE-LAST-INTEREST-YMD
                           " WITHHOLDING " BALANCE-WITHHOLD-FLAG
                           " WITHHELD " WS-DA-MONEY-EDIT-2
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
               END-READ
           CLOSE BALANCE-DETAILS
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO PREF-ACCOUNT-ID
           OPEN INPUT ALERT-PREFS
               READ ALERT-PREFS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PREF-LOW-BAL TO WS-DA-MONEY-EDIT
                       MOVE PREF-LARGE-DEBIT TO WS-DA-MONEY-EDIT-2
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "  ALERTS low balance " PREF-LOW-OPT
                           " below " WS-DA-MONEY-EDIT
                           " large debit " PREF-DEBIT-OPT
                           " over " WS-DA-MONEY-EDIT-2
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
               END-READ
           CLOSE ALERT-PREFS
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT ENVELOPE-DETAILS
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO ENV-ACCOUNT-ID
           MOVE LOW-VALUES TO ENV-NAME
           START ENVELOPE-DETAILS KEY IS GREATER THAN ENV-KEY
               INVALID KEY MOVE "y" TO WS-DA-EOF
           END-START
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ ENVELOPE-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y"
                   IF ENV-ACCOUNT-ID IS EQUAL TO
                       WS-DA-ACCT-ID(WS-DA-IDX)
                       MOVE ENV-AMMOUNT TO WS-DA-MONEY-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "  ENVELOPE " ENV-NAME
                           " " WS-DA-MONEY-EDIT
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
                   ELSE
                       MOVE "y" TO WS-DA-EOF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ENVELOPE-DETAILS
           MOVE "n" TO WS-DA-EOF
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO SI-ACCOUNT-ID
           OPEN INPUT STANDING-INSTRUCTIONS
               START STANDING-INSTRUCTIONS KEY IS EQUAL TO SI-ACCOUNT-ID
                   INVALID KEY MOVE "y" TO WS-DA-EOF
               END-START
               PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
                   READ STANDING-INSTRUCTIONS NEXT RECORD
                       AT END MOVE "y" TO WS-DA-EOF
                   END-READ
                   IF WS-DA-EOF IS NOT EQUAL TO "y"
                       IF SI-ACCOUNT-ID IS EQUAL TO
                           WS-DA-ACCT-ID(WS-DA-IDX)
                           MOVE SI-AMMOUNT TO WS-DA-MONEY-EDIT
                           MOVE SPACES TO DATA-EXPORT-LINE
                           STRING "  STANDING INSTRUCTION "
                               SI-INSTRUCTION-ID " " SI-SIGN
                               WS-DA-MONEY-EDIT
                               " FREQUENCY " SI-FREQUENCY
                               " NEXT " SI-NEXT-RUN-DATE
                               " STATUS " SI-STATUS
                               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-DATA-EXPORT-LINE
                       ELSE
                           MOVE "y" TO WS-DA-EOF
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE STANDING-INSTRUCTIONS
           PERFORM EXPORT-DA-LOAN
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO TD-ACCOUNT-ID
           OPEN INPUT TERM-DEPOSIT-DETAILS
               READ TERM-DEPOSIT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TD-AMMOUNT TO WS-DA-MONEY-EDIT
                       MOVE TD-RATE TO WS-DA-RATE-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "  TERM DEPOSIT " WS-DA-MONEY-EDIT
                           " RATE " WS-DA-RATE-EDIT
                           " MONTHS " TD-TERM-MONTHS
                           " OPENED " TD-OPEN-DATE
                           " MATURES " TD-MATURITY-DATE
                           " AT MATURITY " TD-DISPOSITION
                           " ROLLED " TD-ROLLED-DATE
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
               END-READ
           CLOSE TERM-DEPOSIT-DETAILS.
       EXPORT-DA-LOAN.
           MOVE "n" TO WS-DA-FOUND
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO LOAN-ACCOUNT-ID
           OPEN INPUT LOAN-DETAILS
               READ LOAN-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "y" TO WS-DA-FOUND
                       MOVE LOAN-PRINCIPAL TO WS-DA-MONEY-EDIT
                       MOVE LOAN-PAYMENT-AMMOUNT TO WS-DA-MONEY-EDIT-2
                       MOVE LOAN-RATE TO WS-DA-RATE-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "  LOAN PRINCIPAL " WS-DA-MONEY-EDIT
                           " RATE " WS-DA-RATE-EDIT " " LOAN-RATE-TYPE
                           " TERM " LOAN-TERM
                           " PAYMENT " WS-DA-MONEY-EDIT-2
                           " NEXT DUE " LOAN-NEXT-PAYMENT-DATE
                           " PAID " LOAN-PERIODS-PAID
                           " STANDING " LOAN-DELINQ-STATUS
                           " MISSED " LOAN-MISSED-COUNT
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
               END-READ
           CLOSE LOAN-DETAILS
           IF WS-DA-FOUND IS EQUAL TO "y"
               MOVE "n" TO WS-DA-EOF
               OPEN INPUT AMORT-SCHEDULE
               MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO AMORT-ACCOUNT-ID
               MOVE 0 TO AMORT-PERIOD
               START AMORT-SCHEDULE KEY IS GREATER THAN AMORT-KEY
                   INVALID KEY MOVE "y" TO WS-DA-EOF
               END-START
               PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
                   READ AMORT-SCHEDULE NEXT RECORD
                       AT END MOVE "y" TO WS-DA-EOF
                   END-READ
                   IF WS-DA-EOF IS NOT EQUAL TO "y"
                       IF AMORT-ACCOUNT-ID IS EQUAL TO
                           WS-DA-ACCT-ID(WS-DA-IDX)
                           MOVE AMORT-INTEREST TO WS-DA-MONEY-EDIT
                           MOVE AMORT-PRINCIPAL TO WS-DA-MONEY-EDIT-2
                           MOVE AMORT-REMAINING TO WS-DA-MONEY-EDIT-3
                           MOVE SPACES TO DATA-EXPORT-LINE
                           STRING "    PERIOD " AMORT-PERIOD
                               " INTEREST " WS-DA-MONEY-EDIT
                               " PRINCIPAL " WS-DA-MONEY-EDIT-2
                               " REMAINING " WS-DA-MONEY-EDIT-3
                               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-DATA-EXPORT-LINE
                       ELSE
                           MOVE "y" TO WS-DA-EOF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AMORT-SCHEDULE
               MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO COLL-ACCOUNT-ID
               OPEN INPUT COLLATERAL-DETAILS
                   READ COLLATERAL-DETAILS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE COLL-VALUE TO WS-DA-MONEY-EDIT
                           MOVE SPACES TO DATA-EXPORT-LINE
                           STRING "    COLLATERAL " COLL-TYPE
                               " " COLL-DESCRIPTION
                               " VALUE " WS-DA-MONEY-EDIT
                               " APPRAISED " COLL-APPRAISAL-DATE
                               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-DATA-EXPORT-LINE
                   END-READ
               CLOSE COLLATERAL-DETAILS
           END-IF.
      * Holds on any of the member's accounts, released or not
       EXPORT-DA-HOLDS.
           MOVE "== HOLDS" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT HOLD-DETAILS
           MOVE LOW-VALUES TO HOLD-ID
           START HOLD-DETAILS KEY IS GREATER THAN HOLD-ID
               INVALID KEY MOVE "y" TO WS-DA-EOF
           END-START
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ HOLD-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y"
                   MOVE HOLD-ACCOUNT-ID TO WS-DA-TAG-ACCOUNT
                   PERFORM MATCH-DA-ACCOUNT
                   IF WS-DA-FOUND IS EQUAL TO "y"
                       MOVE HOLD-AMMOUNT TO WS-DA-MONEY-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "HOLD " HOLD-ID " ACCOUNT "
                           HOLD-ACCOUNT-ID " " WS-DA-MONEY-EDIT
                           " RELEASE " HOLD-RELEASE-DATE
                           " STATUS " HOLD-STATUS
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HOLD-DETAILS.
      * Sweeps into or out of any of the member's accounts
       EXPORT-DA-SWEEPS.
           MOVE "== SWEEPS" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT SWEEP-INSTRUCTIONS
           MOVE LOW-VALUES TO SWEEP-ID
           START SWEEP-INSTRUCTIONS KEY IS GREATER THAN SWEEP-ID
               INVALID KEY MOVE "y" TO WS-DA-EOF
           END-START
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ SWEEP-INSTRUCTIONS NEXT RECORD
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y"
                   MOVE SWEEP-SOURCE-ID TO WS-DA-TAG-ACCOUNT
                   PERFORM MATCH-DA-ACCOUNT
                   IF WS-DA-FOUND IS NOT EQUAL TO "y"
                       MOVE SWEEP-DEST-ID TO WS-DA-TAG-ACCOUNT
                       PERFORM MATCH-DA-ACCOUNT
                   END-IF
                   IF WS-DA-FOUND IS EQUAL TO "y"
                       MOVE SWEEP-TARGET TO WS-DA-MONEY-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "SWEEP " SWEEP-ID " FROM "
                           SWEEP-SOURCE-ID " TO " SWEEP-DEST-ID
                           " TARGET " WS-DA-MONEY-EDIT
                           " TWO-WAY " SWEEP-TWO-WAY
                           " STATUS " SWEEP-STATUS
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SWEEP-INSTRUCTIONS.
      * Payments queued out of the member's accounts and the payee
      * each one was sent to
       EXPORT-DA-PAYEES.
           MOVE "== PAYEES AND QUEUED PAYMENTS" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT OUTBOUND-QUEUE
           OPEN INPUT PAYEE-MASTER
           MOVE LOW-VALUES TO OUTQ-ID
           START OUTBOUND-QUEUE KEY IS GREATER THAN OUTQ-ID
               INVALID KEY MOVE "y" TO WS-DA-EOF
           END-START
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ OUTBOUND-QUEUE NEXT RECORD
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y"
                   MOVE OUTQ-ACCOUNT-ID TO WS-DA-TAG-ACCOUNT
                   PERFORM MATCH-DA-ACCOUNT
                   IF WS-DA-FOUND IS EQUAL TO "y"
                       MOVE OUTQ-AMMOUNT TO WS-DA-MONEY-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "PAYMENT " OUTQ-ID " FROM "
                           OUTQ-ACCOUNT-ID " " WS-DA-MONEY-EDIT
                           " " OUTQ-CURRENCY
                           " TO " OUTQ-BENEFICIARY
                           " ORIGIN " OUTQ-ORIGIN
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
                       MOVE OUTQ-PAYEE-ID TO PAYEE-ID
                       READ PAYEE-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO DATA-EXPORT-LINE
                               STRING "  PAYEE " PAYEE-ID
                                   " " PAYEE-NAME
                                   " BANK " PAYEE-BANK-REF
                                   " STATUS " PAYEE-STATUS
                                   DELIMITED BY SIZE
                                   INTO DATA-EXPORT-LINE
                               END-STRING
                               PERFORM WRITE-DATA-EXPORT-LINE
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYEE-MASTER
           CLOSE OUTBOUND-QUEUE.
      * Customer-notice register entries for the member's accounts
       EXPORT-DA-NOTICES.
           MOVE "== NOTICES" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT NOTICE-REGISTER
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ NOTICE-REGISTER
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y"
                   PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                       UNTIL WS-DA-IDX > WS-DA-ACCT-COUNT
                       MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO
                           WS-DA-TAG-ACCOUNT
                       MOVE 0 TO WS-DA-HITS
                       INSPECT NOTICE-REGISTER-LINE TALLYING
                           WS-DA-HITS FOR ALL WS-DA-TAG
                       IF WS-DA-HITS > 0
                           MOVE NOTICE-REGISTER-LINE TO
                               DATA-EXPORT-LINE
                           PERFORM WRITE-DATA-EXPORT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE NOTICE-REGISTER.
      * Sign-in attempts on the member's accounts from the security
      * log, which writes the account at a fixed position
       EXPORT-DA-SIGN-INS.
           MOVE "== SIGN-IN HISTORY" TO DATA-EXPORT-LINE
           PERFORM WRITE-DATA-EXPORT-LINE
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT SECURITY-LOG
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ SECURITY-LOG
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               IF WS-DA-EOF IS NOT EQUAL TO "y" AND
                   SECURITY-LOG-LINE(9:8) IS EQUAL TO "account=" AND
                   SECURITY-LOG-LINE(17:8) IS NUMERIC
                   MOVE SECURITY-LOG-LINE(17:8) TO WS-DA-TAG-ACCOUNT
                   PERFORM MATCH-DA-ACCOUNT
                   IF WS-DA-FOUND IS EQUAL TO "y"
                       MOVE SECURITY-LOG-LINE(1:156) TO
                           DATA-EXPORT-LINE
                       PERFORM WRITE-DATA-EXPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SECURITY-LOG.
       EXPORT-DA-TRANSACTIONS.
           MOVE "n" TO WS-DA-EOF
           MOVE WS-DA-ACCT-ID(WS-DA-IDX) TO TRANSACTION-ID
           OPEN INPUT TRANSACTION-DETAILS
               START TRANSACTION-DETAILS KEY IS EQUAL TO TRANSACTION-ID
                   INVALID KEY MOVE "y" TO WS-DA-EOF
               END-START
               PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
                   READ TRANSACTION-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-DA-EOF
                   END-READ
                   IF WS-DA-EOF IS NOT EQUAL TO "y"
                       IF TRANSACTION-ID IS NOT EQUAL TO
                           WS-DA-ACCT-ID(WS-DA-IDX)
                           MOVE "y" TO WS-DA-EOF
                       ELSE IF TRANSACTION-DATE IS NOT LESS THAN
                           WS-DA-FROM-CMP AND TRANSACTION-DATE IS NOT
                           GREATER THAN WS-DA-TO-CMP
                           ADD 1 TO WS-DA-TX-COUNT
                           MOVE TRANSACTION-AMMOUNT TO WS-DA-MONEY-EDIT
                           MOVE SPACES TO DATA-EXPORT-LINE
                           STRING "TX " TRANSACTION-NUMBER
                               " ACCOUNT " TRANSACTION-ID
                               " DATE " TRANSACTION-DATE
                               " " TRANSACTION-SIGN WS-DA-MONEY-EDIT
                               " " TRANSACTION-CURRENCY
                               " " TRANSACTION-MEMO
                               " CHANNEL " TRANSACTION-CHANNEL
                               " BRANCH " TRANSACTION-BRANCH
                               DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                           END-STRING
                           PERFORM WRITE-DATA-EXPORT-LINE
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           CLOSE TRANSACTION-DETAILS.
      * One transaction archive, named by the date the archive batch
      * ran; an archive that is not on file is noted and skipped
       EXPORT-DA-ARCHIVE.
           MOVE SPACES TO WS-FP-NAME
           STRING "transarchive." WS-DA-ARCH-DATE(WS-DA-ARCH-IDX)
               ".txt" DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           CALL "FILE-PATHS" USING WS-FP-NAME WS-ARCHIVE-FILE-PATH
           MOVE "n" TO WS-DA-EOF
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF WS-DA-ARCHIVE-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO DATA-EXPORT-LINE
               STRING "ARCHIVE " WS-FP-NAME(1:30) " NOT ON FILE"
                   DELIMITED BY SIZE INTO DATA-EXPORT-LINE
               END-STRING
               PERFORM WRITE-DATA-EXPORT-LINE
           ELSE
               PERFORM SCAN-DA-ARCHIVE
               CLOSE TRANSACTION-ARCHIVE-FILE
           END-IF.
       SCAN-DA-ARCHIVE.
           PERFORM UNTIL WS-DA-EOF IS EQUAL TO "y"
               READ TRANSACTION-ARCHIVE-FILE INTO WS-DA-ARCH-RECORD
                   AT END MOVE "y" TO WS-DA-EOF
               END-READ
               MOVE "n" TO WS-DA-ARCH-IN-RANGE
               IF WS-DA-EOF IS NOT EQUAL TO "y"
                   PERFORM CHECK-DA-ARCHIVE-RECORD
               END-IF
               IF WS-DA-ARCH-IN-RANGE IS EQUAL TO "y"
                   MOVE WS-DA-ARCH-TX-ACCOUNT TO WS-DA-TAG-ACCOUNT
                   PERFORM MATCH-DA-ACCOUNT
                   IF WS-DA-FOUND IS EQUAL TO "y"
                       ADD 1 TO WS-DA-ARCH-HITS
                       MOVE WS-DA-ARCH-TX-AMMOUNT TO WS-DA-MONEY-EDIT
                       MOVE SPACES TO DATA-EXPORT-LINE
                       STRING "ARCHIVED TX " WS-DA-ARCH-TX-NUMBER
                           " ACCOUNT " WS-DA-ARCH-TX-ACCOUNT
                           " DATE " WS-DA-ARCH-DATE-SHOW
                           " " WS-DA-ARCH-TX-SIGN WS-DA-MONEY-EDIT
                           " " WS-DA-ARCH-TX-CURRENCY
                           " " WS-DA-ARCH-TX-MEMO
                           DELIMITED BY SIZE INTO DATA-EXPORT-LINE
                       END-STRING
                       PERFORM WRITE-DATA-EXPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
      * Pick the archived record's fields out of whichever layout it
      * was written in and test its date against the range: the full
      * date for the current record, the month for the older one
       CHECK-DA-ARCHIVE-RECORD.
           IF WS-DA-OLD-ARCH-SIGN IS EQUAL TO "+" OR
               WS-DA-OLD-ARCH-SIGN IS EQUAL TO "-"
               MOVE WS-DA-OLD-ARCH-NUMBER TO WS-DA-ARCH-TX-NUMBER
               MOVE WS-DA-OLD-ARCH-ACCOUNT TO WS-DA-ARCH-TX-ACCOUNT
               MOVE WS-DA-OLD-ARCH-AMMOUNT TO WS-DA-ARCH-TX-AMMOUNT
               MOVE WS-DA-OLD-ARCH-SIGN TO WS-DA-ARCH-TX-SIGN
               MOVE WS-DA-OLD-ARCH-MEMO TO WS-DA-ARCH-TX-MEMO
               MOVE WS-DA-OLD-ARCH-CURRENCY TO WS-DA-ARCH-TX-CURRENCY
               MOVE WS-DA-OLD-ARCH-DATE-YM TO WS-DA-ARCH-DATE-SHOW
               IF WS-DA-OLD-ARCH-DATE-YM IS NOT LESS THAN
                   WS-DA-FROM-YM AND WS-DA-OLD-ARCH-DATE-YM IS NOT
                   GREATER THAN WS-DA-TO-YM
                   MOVE "y" TO WS-DA-ARCH-IN-RANGE
               END-IF
           ELSE
               MOVE WS-DA-ARCH-NUMBER TO WS-DA-ARCH-TX-NUMBER
               MOVE WS-DA-ARCH-ACCOUNT TO WS-DA-ARCH-TX-ACCOUNT
               MOVE WS-DA-ARCH-AMMOUNT TO WS-DA-ARCH-TX-AMMOUNT
               MOVE WS-DA-ARCH-SIGN TO WS-DA-ARCH-TX-SIGN
               MOVE WS-DA-ARCH-MEMO TO WS-DA-ARCH-TX-MEMO
               MOVE WS-DA-ARCH-CURRENCY TO WS-DA-ARCH-TX-CURRENCY
               MOVE WS-DA-ARCH-POSTED TO WS-DA-ARCH-DATE-SHOW
               IF WS-DA-ARCH-POSTED IS NOT LESS THAN WS-DA-FROM-CMP
                   AND WS-DA-ARCH-POSTED IS NOT GREATER THAN
                   WS-DA-TO-CMP
                   MOVE "y" TO WS-DA-ARCH-IN-RANGE
               END-IF
           END-IF.
      * Is WS-DA-TAG-ACCOUNT one of the member's accounts
       MATCH-DA-ACCOUNT.
           MOVE "n" TO WS-DA-FOUND
           PERFORM VARYING WS-DA-JDX FROM 1 BY 1
               UNTIL WS-DA-JDX > WS-DA-ACCT-COUNT
               IF WS-DA-ACCT-ID(WS-DA-JDX) IS EQUAL TO
                   WS-DA-TAG-ACCOUNT
                   MOVE "y" TO WS-DA-FOUND
               END-IF
           END-PERFORM.
       WRITE-DATA-EXPORT-LINE.
           WRITE DATA-EXPORT-LINE
           DISPLAY DATA-EXPORT-LINE
           ADD 1 TO WS-DA-LINES.
      * Auditor confirmation sample as of a balance snapshot date:
      * deposit accounts from that day's balance snapshot and loans
      * from that month's delinquency snapshot, split into balance
      * bands, the sample shared out between the bands by count
      * (random) or by value (monetary-unit), then drawn band by band
      * - random by selection sampling, monetary-unit by a fixed
      * interval from a random start. Each item drawn is registered
      * and sent a confirmation letter showing its balance that day.
      * The seed is printed so the auditors can draw the same sample
       RUN-CONFIRMATION-SAMPLE.
           DISPLAY "Enter the snapshot date (YYMMDD) to confirm as "
               "of..."
           ACCEPT WS-AS-SNAP-IN
           DISPLAY "Enter the method: r random, m monetary-unit..."
           ACCEPT WS-AS-METHOD-IN
           DISPLAY "Enter a seed (0 to seed from the clock)..."
           ACCEPT WS-AS-SEED-IN
           MOVE "y" TO WS-AS-OK
           IF WS-AS-METHOD-IN IS EQUAL TO "r" OR
               WS-AS-METHOD-IN IS EQUAL TO "R"
               MOVE "R" TO WS-AS-METHOD-IN
           ELSE IF WS-AS-METHOD-IN IS EQUAL TO "m" OR
               WS-AS-METHOD-IN IS EQUAL TO "M"
               MOVE "M" TO WS-AS-METHOD-IN
           ELSE
               DISPLAY "Error: the method must be r or m"
               MOVE "n" TO WS-AS-OK
           END-IF
           END-IF
      * One sample per snapshot date, so the register stays the
      * record of what the auditors were sent
           IF WS-AS-OK IS EQUAL TO "y"
               OPEN INPUT CONFIRM-SAMPLES
               MOVE WS-AS-SNAP-IN TO CS-SNAP-DATE
               MOVE LOW-VALUES TO CS-ITEM-TYPE
               MOVE 0 TO CS-ACCOUNT-ID
               START CONFIRM-SAMPLES KEY IS GREATER THAN CS-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CONFIRM-SAMPLES NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF CS-SNAP-DATE IS EQUAL TO WS-AS-SNAP-IN
                                   DISPLAY "Error: a sample is already "
                                       "registered for " WS-AS-SNAP-IN
                                   MOVE "n" TO WS-AS-OK
                               END-IF
                       END-READ
               END-START
               CLOSE CONFIRM-SAMPLES
           END-IF
           IF WS-AS-OK IS EQUAL TO "y"
               PERFORM DRAW-CONFIRMATION-SAMPLE
           END-IF.
       DRAW-CONFIRMATION-SAMPLE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-AS-TODAY
           COMPUTE WS-AS-MONTH = 200000 + WS-AS-SNAP-IN / 100
           MOVE 25 TO WS-AS-SIZE
           MOVE WS-AS-TODAY TO WS-PARAM-TODAY
           OPEN INPUT BANK-PARAMETERS
           MOVE "CONFIRM-SAMPLE-SIZE" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-AS-SIZE
           END-IF
           MOVE "CONFIRM-BAND-1" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-AS-BAND-LIMIT(1)
           END-IF
           MOVE "CONFIRM-BAND-2" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-AS-BAND-LIMIT(2)
           END-IF
           MOVE "CONFIRM-BAND-3" TO PARAM-NAME
           PERFORM READ-ONE-BANK-PARAMETER
           IF WS-PARAM-IN-FORCE IS EQUAL TO "y"
               MOVE PARAM-VALUE TO WS-AS-BAND-LIMIT(3)
           END-IF
           CLOSE BANK-PARAMETERS
           IF WS-AS-SEED-IN IS EQUAL TO 0
               MOVE WS-CURRENT-TIME TO WS-AS-SEED
           ELSE
               MOVE WS-AS-SEED-IN TO WS-AS-SEED
           END-IF
           COMPUTE WS-AS-RANDOM = FUNCTION RANDOM(WS-AS-SEED)
           MOVE 0 TO WS-AS-LINES
           MOVE 0 TO WS-AS-TOTAL-COUNT
           MOVE 0 TO WS-AS-TOTAL-VALUE
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 4
               MOVE 0 TO WS-AS-COUNT(WS-AS-B)
               MOVE 0 TO WS-AS-VALUE(WS-AS-B)
               MOVE 0 TO WS-AS-ALLOC(WS-AS-B)
               MOVE 0 TO WS-AS-SEEN(WS-AS-B)
               MOVE 0 TO WS-AS-PICKED(WS-AS-B)
               MOVE 0 TO WS-AS-CUM(WS-AS-B)
               MOVE 0 TO WS-AS-INTERVAL(WS-AS-B)
               MOVE 0 TO WS-AS-NEXT-POINT(WS-AS-B)
           END-PERFORM
      * First pass: the population in each band
           MOVE 1 TO WS-AS-PASS
           PERFORM SCAN-CONFIRM-POPULATION
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 4
               ADD WS-AS-COUNT(WS-AS-B) TO WS-AS-TOTAL-COUNT
               ADD WS-AS-VALUE(WS-AS-B) TO WS-AS-TOTAL-VALUE
           END-PERFORM
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 4
               PERFORM ALLOCATE-CONFIRM-BAND
           END-PERFORM
           MOVE WS-AS-SNAP-IN TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "confsample." WS-REPORT-STAMP ".txt"
               DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CONFIRM-REPORT-PATH
           OPEN OUTPUT CONFIRM-REPORT-FILE
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "CONFIRMATION SAMPLE as of " WS-AS-SNAP-IN
               " loans month " WS-AS-MONTH " drawn " WS-AS-TODAY
               " method " WS-AS-METHOD-IN " seed " WS-AS-SEED
               " size " WS-AS-SIZE
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONFIRM-REPORT-LINE
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 4
               MOVE WS-AS-VALUE(WS-AS-B) TO WS-AS-MONEY-EDIT
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING "BAND " WS-AS-B " items " WS-AS-COUNT(WS-AS-B)
                   " value " WS-AS-MONEY-EDIT
                   " to draw " WS-AS-ALLOC(WS-AS-B)
                   DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONFIRM-REPORT-LINE
           END-PERFORM
      * Second pass: draw, register and write to each item drawn
           MOVE 2 TO WS-AS-PASS
           OPEN I-O CONFIRM-SAMPLES
           PERFORM SCAN-CONFIRM-POPULATION
           CLOSE CONFIRM-SAMPLES
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 4
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING "BAND " WS-AS-B " drawn " WS-AS-PICKED(WS-AS-B)
                   " of " WS-AS-COUNT(WS-AS-B)
                   DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONFIRM-REPORT-LINE
           END-PERFORM
           CLOSE CONFIRM-REPORT-FILE
           MOVE "CONFIRM SAMPLE" TO WS-RC-TYPE
           MOVE WS-AS-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
      * Band 1 to 4 for WS-AS-ITEM-ABS
       FIND-CONFIRM-BAND.
           MOVE 4 TO WS-AS-B
           IF WS-AS-ITEM-ABS < WS-AS-BAND-LIMIT(3)
               MOVE 3 TO WS-AS-B
           END-IF
           IF WS-AS-ITEM-ABS < WS-AS-BAND-LIMIT(2)
               MOVE 2 TO WS-AS-B
           END-IF
           IF WS-AS-ITEM-ABS < WS-AS-BAND-LIMIT(1)
               MOVE 1 TO WS-AS-B
           END-IF.
      * The band's share of the sample, at least one from any band
      * with something to draw and never more than it holds; for a
      * monetary-unit draw the interval and a random starting point
       ALLOCATE-CONFIRM-BAND.
           IF WS-AS-METHOD-IN IS EQUAL TO "R"
               IF WS-AS-TOTAL-COUNT > 0
                   COMPUTE WS-AS-ALLOC(WS-AS-B) ROUNDED = WS-AS-SIZE *
                       WS-AS-COUNT(WS-AS-B) / WS-AS-TOTAL-COUNT
               END-IF
               IF WS-AS-ALLOC(WS-AS-B) IS EQUAL TO 0 AND
                   WS-AS-COUNT(WS-AS-B) > 0
                   MOVE 1 TO WS-AS-ALLOC(WS-AS-B)
               END-IF
           ELSE
               IF WS-AS-TOTAL-VALUE > 0
                   COMPUTE WS-AS-ALLOC(WS-AS-B) ROUNDED = WS-AS-SIZE *
                       WS-AS-VALUE(WS-AS-B) / WS-AS-TOTAL-VALUE
               END-IF
               IF WS-AS-ALLOC(WS-AS-B) IS EQUAL TO 0 AND
                   WS-AS-VALUE(WS-AS-B) > 0
                   MOVE 1 TO WS-AS-ALLOC(WS-AS-B)
               END-IF
           END-IF
           IF WS-AS-ALLOC(WS-AS-B) > WS-AS-COUNT(WS-AS-B)
               MOVE WS-AS-COUNT(WS-AS-B) TO WS-AS-ALLOC(WS-AS-B)
           END-IF
           IF WS-AS-METHOD-IN IS EQUAL TO "M" AND
               WS-AS-ALLOC(WS-AS-B) > 0
               COMPUTE WS-AS-INTERVAL(WS-AS-B) =
                   WS-AS-VALUE(WS-AS-B) / WS-AS-ALLOC(WS-AS-B)
               COMPUTE WS-AS-RANDOM = FUNCTION RANDOM
               COMPUTE WS-AS-NEXT-POINT(WS-AS-B) =
                   WS-AS-RANDOM * WS-AS-INTERVAL(WS-AS-B)
           END-IF.
      * Every item in the population, in a fixed order so both
      * passes see the same sequence: open deposit accounts from the
      * day's balance snapshot, then loans still on the books from
      * the month's delinquency snapshot
       SCAN-CONFIRM-POPULATION.
           MOVE "n" TO WS-AS-EOF
           OPEN INPUT SNAPSHOT-DETAILS
           MOVE WS-AS-SNAP-IN TO SNAP-DATE
           MOVE 0 TO SNAP-ACCOUNT-ID
           START SNAPSHOT-DETAILS KEY IS GREATER THAN SNAP-KEY
               INVALID KEY MOVE "y" TO WS-AS-EOF
           END-START
           PERFORM UNTIL WS-AS-EOF IS EQUAL TO "y"
               READ SNAPSHOT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-AS-EOF
               END-READ
               IF WS-AS-EOF IS NOT EQUAL TO "y"
                   IF SNAP-DATE IS NOT EQUAL TO WS-AS-SNAP-IN
                       MOVE "y" TO WS-AS-EOF
                   ELSE IF SNAP-STATUS IS NOT EQUAL TO "C" AND
                       SNAP-STATUS IS NOT EQUAL TO "X"
                       MOVE "D" TO WS-AS-ITEM-TYPE
                       MOVE SNAP-ACCOUNT-ID TO WS-AS-ITEM-ACCOUNT
                       MOVE SNAP-AMMOUNT TO WS-AS-ITEM-BALANCE
                       PERFORM TAKE-CONFIRM-ITEM
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-DETAILS
           MOVE "n" TO WS-AS-EOF
           OPEN INPUT LOAN-DELINQ-SNAPSHOT
           MOVE WS-AS-MONTH TO DQ-MONTH
           MOVE 0 TO DQ-ACCOUNT-ID
           START LOAN-DELINQ-SNAPSHOT KEY IS GREATER THAN DQ-KEY
               INVALID KEY MOVE "y" TO WS-AS-EOF
           END-START
           PERFORM UNTIL WS-AS-EOF IS EQUAL TO "y"
               READ LOAN-DELINQ-SNAPSHOT NEXT RECORD
                   AT END MOVE "y" TO WS-AS-EOF
               END-READ
               IF WS-AS-EOF IS NOT EQUAL TO "y"
                   IF DQ-MONTH IS NOT EQUAL TO WS-AS-MONTH
                       MOVE "y" TO WS-AS-EOF
                   ELSE IF DQ-BUCKET < 6 AND DQ-BALANCE > 0
                       MOVE "L" TO WS-AS-ITEM-TYPE
                       MOVE DQ-ACCOUNT-ID TO WS-AS-ITEM-ACCOUNT
                       MOVE DQ-BALANCE TO WS-AS-ITEM-BALANCE
                       PERFORM TAKE-CONFIRM-ITEM
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-DELINQ-SNAPSHOT.
      * Count the item on the first pass; on the second decide
      * whether it is drawn
       TAKE-CONFIRM-ITEM.
           IF WS-AS-ITEM-BALANCE < 0
               COMPUTE WS-AS-ITEM-ABS = 0 - WS-AS-ITEM-BALANCE
           ELSE
               MOVE WS-AS-ITEM-BALANCE TO WS-AS-ITEM-ABS
           END-IF
           PERFORM FIND-CONFIRM-BAND
           IF WS-AS-PASS IS EQUAL TO 1
               ADD 1 TO WS-AS-COUNT(WS-AS-B)
               ADD WS-AS-ITEM-ABS TO WS-AS-VALUE(WS-AS-B)
           ELSE
               MOVE "n" TO WS-AS-PICK
               IF WS-AS-METHOD-IN IS EQUAL TO "R"
      * Selection sampling: take this item with chance (still to
      * draw) / (still to see), which draws exactly the allocation
                   COMPUTE WS-AS-RANDOM = FUNCTION RANDOM
                   IF WS-AS-RANDOM * (WS-AS-COUNT(WS-AS-B) -
                       WS-AS-SEEN(WS-AS-B)) < WS-AS-ALLOC(WS-AS-B) -
                       WS-AS-PICKED(WS-AS-B)
                       MOVE "y" TO WS-AS-PICK
                   END-IF
                   ADD 1 TO WS-AS-SEEN(WS-AS-B)
               ELSE
      * Monetary-unit: the item holding the next sampling point is
      * drawn; a balance wider than the interval is drawn once
                   ADD WS-AS-ITEM-ABS TO WS-AS-CUM(WS-AS-B)
                   IF WS-AS-ITEM-ABS > 0 AND WS-AS-INTERVAL(WS-AS-B) > 0
                       AND WS-AS-NEXT-POINT(WS-AS-B) <
                       WS-AS-CUM(WS-AS-B) AND WS-AS-PICKED(WS-AS-B) <
                       WS-AS-ALLOC(WS-AS-B)
                       MOVE "y" TO WS-AS-PICK
                       PERFORM UNTIL WS-AS-NEXT-POINT(WS-AS-B) NOT <
                           WS-AS-CUM(WS-AS-B)
                           ADD WS-AS-INTERVAL(WS-AS-B) TO
                               WS-AS-NEXT-POINT(WS-AS-B)
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-AS-PICK IS EQUAL TO "y"
                   ADD 1 TO WS-AS-PICKED(WS-AS-B)
                   PERFORM REGISTER-CONFIRM-ITEM
               END-IF
           END-IF.
      * Register the item and send its confirmation letter
       REGISTER-CONFIRM-ITEM.
           MOVE WS-AS-ITEM-BALANCE TO WS-AS-MONEY-EDIT
           MOVE "BAL-CONFIRM" TO WS-NOTICE-EVENT
           MOVE WS-AS-ITEM-ACCOUNT TO WS-NOTICE-ACCOUNT
           MOVE SPACES TO WS-NOTICE-DETAIL
           IF WS-AS-ITEM-TYPE IS EQUAL TO "L"
               STRING "Our auditors ask you to confirm that the loan "
                   "balance owed was " WS-AS-MONEY-EDIT
                   " at the end of month " WS-AS-MONTH
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
           ELSE
               STRING "Our auditors ask you to confirm that the "
                   "account balance was " WS-AS-MONEY-EDIT
                   " on " WS-AS-SNAP-IN
                   DELIMITED BY SIZE INTO WS-NOTICE-DETAIL
               END-STRING
           END-IF
      * A notice the subprogram never answers counts as not produced
           MOVE 90 TO WS-NOTICE-STATUS
           PERFORM SEND-CUSTOMER-NOTICE
           MOVE WS-AS-SNAP-IN TO CS-SNAP-DATE
           MOVE WS-AS-ITEM-TYPE TO CS-ITEM-TYPE
           MOVE WS-AS-ITEM-ACCOUNT TO CS-ACCOUNT-ID
           MOVE WS-AS-TODAY TO CS-RUN-DATE
           MOVE WS-AS-METHOD-IN TO CS-METHOD
           MOVE WS-AS-B TO CS-BAND
           MOVE WS-AS-ITEM-BALANCE TO CS-BALANCE
           IF WS-NOTICE-STATUS IS EQUAL TO 00
               MOVE "P" TO CS-LETTER
           ELSE IF WS-NOTICE-STATUS IS EQUAL TO 20
               MOVE "H" TO CS-LETTER
           ELSE
               MOVE "F" TO CS-LETTER
           END-IF
           END-IF
           MOVE SPACES TO CS-RESPONSE
           MOVE 0 TO CS-RESPONSE-DATE
           MOVE SPACES TO CS-LOGGED-BY
           MOVE SPACES TO CS-NOTE
           WRITE CONFIRM-SAMPLE-RECORD
               INVALID KEY
                   DISPLAY "Error: unable to register the sample item "
                       CS-ACCOUNT-ID
           END-WRITE
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "SAMPLED " CS-ITEM-TYPE " " CS-ACCOUNT-ID
               " band " CS-BAND " balance " WS-AS-MONEY-EDIT
               " letter " CS-LETTER
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONFIRM-REPORT-LINE.
      * Log a returned confirmation against the register: agreed, an
      * exception, or the resolution of an exception logged before
       LOG-CONFIRMATION-RESPONSE.
           DISPLAY "Enter the snapshot date (YYMMDD) of the sample..."
           ACCEPT WS-AS-SNAP-IN
           DISPLAY "Enter d for a deposit account or l for a loan..."
           ACCEPT WS-AS-TYPE-IN
           IF WS-AS-TYPE-IN IS EQUAL TO "d"
               MOVE "D" TO WS-AS-TYPE-IN
           END-IF
           IF WS-AS-TYPE-IN IS EQUAL TO "l"
               MOVE "L" TO WS-AS-TYPE-IN
           END-IF
           DISPLAY "Enter the account ID..."
           ACCEPT WS-AS-ACCOUNT-IN
           MOVE WS-AS-SNAP-IN TO CS-SNAP-DATE
           MOVE WS-AS-TYPE-IN TO CS-ITEM-TYPE
           MOVE WS-AS-ACCOUNT-IN TO CS-ACCOUNT-ID
           OPEN I-O CONFIRM-SAMPLES
               READ CONFIRM-SAMPLES
                   INVALID KEY
                       DISPLAY "That account is not in the sample..."
                   NOT INVALID KEY
                       PERFORM TAKE-CONFIRMATION-RESPONSE
               END-READ
           CLOSE CONFIRM-SAMPLES.
       TAKE-CONFIRMATION-RESPONSE.
           MOVE CS-BALANCE TO WS-AS-MONEY-EDIT
           DISPLAY "Balance confirmed: " WS-AS-MONEY-EDIT
               " response so far: " CS-RESPONSE
           DISPLAY "Enter a agreed, e exception, r exception "
               "resolved..."
           ACCEPT WS-AS-RESPONSE-IN
           DISPLAY "Enter the auditor's note..."
           ACCEPT WS-AS-NOTE-IN
           MOVE "y" TO WS-AS-OK
           IF WS-AS-RESPONSE-IN IS EQUAL TO "a"
               MOVE "A" TO WS-AS-RESPONSE-IN
           ELSE IF WS-AS-RESPONSE-IN IS EQUAL TO "e"
               MOVE "E" TO WS-AS-RESPONSE-IN
           ELSE IF WS-AS-RESPONSE-IN IS EQUAL TO "r"
               IF CS-RESPONSE IS EQUAL TO "E"
                   MOVE "R" TO WS-AS-RESPONSE-IN
               ELSE
                   DISPLAY "Error: only an open exception can be "
                       "resolved"
                   MOVE "n" TO WS-AS-OK
               END-IF
           ELSE
               DISPLAY "Error: the response must be a, e or r"
               MOVE "n" TO WS-AS-OK
           END-IF
           END-IF
           END-IF
           IF WS-AS-OK IS EQUAL TO "y"
               MOVE CS-RESPONSE TO WS-AUDIT-BEFORE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               MOVE WS-AS-RESPONSE-IN TO CS-RESPONSE
               MOVE WS-CURRENT-DATE(3:6) TO CS-RESPONSE-DATE
               MOVE WS-STAFF-ID-IN TO CS-LOGGED-BY
               MOVE WS-AS-NOTE-IN TO CS-NOTE
               REWRITE CONFIRM-SAMPLE-RECORD
                   INVALID KEY
                       DISPLAY "Error: unable to log the response"
                   NOT INVALID KEY
                       DISPLAY "Response logged..."
                       MOVE "CONFIRM-RESP" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-KEY
                       STRING CS-SNAP-DATE "/" CS-ITEM-TYPE "/"
                           CS-ACCOUNT-ID
                           DELIMITED BY SIZE INTO WS-AUDIT-KEY
                       END-STRING
                       MOVE SPACES TO WS-AUDIT-AFTER
                       STRING CS-RESPONSE " " CS-NOTE
                           DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                       END-STRING
                       MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                       PERFORM LOG-MAINTENANCE-ACTION
               END-REWRITE
           END-IF.
      * Responses to one sample by band and in total, then every
      * exception still open and every item not yet answered
       RUN-CONFIRMATION-SUMMARY.
           DISPLAY "Enter the snapshot date (YYMMDD) of the sample..."
           ACCEPT WS-AS-SNAP-IN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-AS-TODAY
           MOVE 0 TO WS-AS-LINES
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 5
               MOVE 0 TO WS-AS-SUM-SAMPLED(WS-AS-B)
               MOVE 0 TO WS-AS-SUM-NO-LETTER(WS-AS-B)
               MOVE 0 TO WS-AS-SUM-AGREED(WS-AS-B)
               MOVE 0 TO WS-AS-SUM-OPEN(WS-AS-B)
               MOVE 0 TO WS-AS-SUM-RESOLVED(WS-AS-B)
               MOVE 0 TO WS-AS-SUM-OUTSTANDING(WS-AS-B)
           END-PERFORM
           MOVE WS-AS-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "confsummary." WS-AS-SNAP-IN "." WS-REPORT-STAMP
               ".txt" DELIMITED BY SIZE INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-CONFIRM-REPORT-PATH
           OPEN OUTPUT CONFIRM-REPORT-FILE
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "CONFIRMATION RESPONSES sample " WS-AS-SNAP-IN
               " run " WS-AS-TODAY
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           END-STRING
           PERFORM WRITE-CONFIRM-REPORT-LINE
           MOVE "n" TO WS-AS-EOF
           OPEN INPUT CONFIRM-SAMPLES
           MOVE WS-AS-SNAP-IN TO CS-SNAP-DATE
           MOVE LOW-VALUES TO CS-ITEM-TYPE
           MOVE 0 TO CS-ACCOUNT-ID
           START CONFIRM-SAMPLES KEY IS GREATER THAN CS-KEY
               INVALID KEY MOVE "y" TO WS-AS-EOF
           END-START
           PERFORM UNTIL WS-AS-EOF IS EQUAL TO "y"
               READ CONFIRM-SAMPLES NEXT RECORD
                   AT END MOVE "y" TO WS-AS-EOF
               END-READ
               IF WS-AS-EOF IS NOT EQUAL TO "y"
                   IF CS-SNAP-DATE IS NOT EQUAL TO WS-AS-SNAP-IN
                       MOVE "y" TO WS-AS-EOF
                   ELSE
                       PERFORM TALLY-CONFIRM-RESPONSE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONFIRM-SAMPLES
           PERFORM VARYING WS-AS-B FROM 1 BY 1 UNTIL WS-AS-B > 5
               IF WS-AS-B IS EQUAL TO 5
                   MOVE "TOTAL " TO WS-AS-LABEL
               ELSE
                   MOVE SPACES TO WS-AS-LABEL
                   STRING "BAND " WS-AS-B
                       DELIMITED BY SIZE INTO WS-AS-LABEL
                   END-STRING
               END-IF
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING WS-AS-LABEL
                   " sampled " WS-AS-SUM-SAMPLED(WS-AS-B)
                   " no letter " WS-AS-SUM-NO-LETTER(WS-AS-B)
                   " agreed " WS-AS-SUM-AGREED(WS-AS-B)
                   " exceptions open " WS-AS-SUM-OPEN(WS-AS-B)
                   " resolved " WS-AS-SUM-RESOLVED(WS-AS-B)
                   " not answered " WS-AS-SUM-OUTSTANDING(WS-AS-B)
                   DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONFIRM-REPORT-LINE
           END-PERFORM
           CLOSE CONFIRM-REPORT-FILE
           MOVE "CONFIRM SUMMARY" TO WS-RC-TYPE
           MOVE WS-AS-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG.
       TALLY-CONFIRM-RESPONSE.
           ADD 1 TO WS-AS-SUM-SAMPLED(CS-BAND)
           ADD 1 TO WS-AS-SUM-SAMPLED(5)
           MOVE CS-BALANCE TO WS-AS-MONEY-EDIT
           IF CS-LETTER IS EQUAL TO "F"
               ADD 1 TO WS-AS-SUM-NO-LETTER(CS-BAND)
               ADD 1 TO WS-AS-SUM-NO-LETTER(5)
           END-IF
           IF CS-RESPONSE IS EQUAL TO "A"
               ADD 1 TO WS-AS-SUM-AGREED(CS-BAND)
               ADD 1 TO WS-AS-SUM-AGREED(5)
           ELSE IF CS-RESPONSE IS EQUAL TO "R"
               ADD 1 TO WS-AS-SUM-RESOLVED(CS-BAND)
               ADD 1 TO WS-AS-SUM-RESOLVED(5)
           ELSE IF CS-RESPONSE IS EQUAL TO "E"
               ADD 1 TO WS-AS-SUM-OPEN(CS-BAND)
               ADD 1 TO WS-AS-SUM-OPEN(5)
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING "OPEN EXCEPTION " CS-ITEM-TYPE " " CS-ACCOUNT-ID
                   " balance " WS-AS-MONEY-EDIT
                   " logged " CS-RESPONSE-DATE " by " CS-LOGGED-BY
                   " " CS-NOTE
                   DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONFIRM-REPORT-LINE
           ELSE
               ADD 1 TO WS-AS-SUM-OUTSTANDING(CS-BAND)
               ADD 1 TO WS-AS-SUM-OUTSTANDING(5)
               MOVE SPACES TO CONFIRM-REPORT-LINE
               STRING "NOT ANSWERED " CS-ITEM-TYPE " " CS-ACCOUNT-ID
                   " balance " WS-AS-MONEY-EDIT " letter " CS-LETTER
                   DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
               END-STRING
               PERFORM WRITE-CONFIRM-REPORT-LINE
           END-IF
           END-IF
           END-IF.
       WRITE-CONFIRM-REPORT-LINE.
           WRITE CONFIRM-REPORT-LINE
           DISPLAY CONFIRM-REPORT-LINE
           ADD 1 TO WS-AS-LINES.
      * Monthly cross-sell run: every member who may be approached is
      * tried against each active campaign rule, and each rule gets
      * its own dated, catalogued prospect list with the member's
      * relationship officer and contact details.  Minors, members
      * who have opted out of marketing, deceased members and anyone
      * with a complaint still open are left off every list
       RUN-CROSS-SELL-PROSPECTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE(3:6) TO WS-XS-TODAY
           MOVE WS-CURRENT-DATE TO WS-XS-TODAY-DATE
           COMPUTE WS-XS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               WS-XS-TODAY-DATE)
           MOVE 0 TO WS-XS-MEMBERS
           MOVE 0 TO WS-XS-MINORS
           MOVE 0 TO WS-XS-OPTED-OUT
           MOVE 0 TO WS-XS-DECEASED
           MOVE 0 TO WS-XS-COMPLAINTS
           MOVE 0 TO WS-XS-HIT-COUNT
           PERFORM SEED-CROSS-SELL-RULES
           PERFORM LOAD-CROSS-SELL-RULES
           IF WS-XS-RULE-COUNT IS EQUAL TO 0
               DISPLAY "No cross-sell rule is active; no lists written"
           ELSE
               PERFORM FIND-XS-SNAPSHOT-DATES
               PERFORM LOAD-XS-COMPLAINTS
               MOVE "n" TO WS-XS-EOF
               OPEN INPUT MEMBER-DETAILS
               OPEN INPUT ACCOUNT-DETAILS
               OPEN INPUT BALANCE-DETAILS
               OPEN INPUT TERM-DEPOSIT-DETAILS
               OPEN INPUT SNAPSHOT-DETAILS
               OPEN INPUT TRANSACTION-DETAILS
               MOVE LOW-VALUES TO MEMBER-ID
               START MEMBER-DETAILS KEY IS GREATER THAN MEMBER-ID
                   INVALID KEY MOVE "y" TO WS-XS-EOF
               END-START
               PERFORM UNTIL WS-XS-EOF IS EQUAL TO "y"
                   READ MEMBER-DETAILS NEXT RECORD
                       AT END MOVE "y" TO WS-XS-EOF
                   END-READ
                   IF WS-XS-EOF IS NOT EQUAL TO "y"
                       PERFORM ASSESS-XS-MEMBER
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-DETAILS
               CLOSE BALANCE-DETAILS
               CLOSE TERM-DEPOSIT-DETAILS
               CLOSE SNAPSHOT-DETAILS
               CLOSE TRANSACTION-DETAILS
               OPEN INPUT STAFF-DETAILS
               PERFORM WRITE-XS-PROSPECT-FILE VARYING WS-XS-R FROM 1
                   BY 1 UNTIL WS-XS-R > WS-XS-RULE-COUNT
               CLOSE STAFF-DETAILS
               CLOSE MEMBER-DETAILS
               DISPLAY "Members read: " WS-XS-MEMBERS
                   " left off - minors " WS-XS-MINORS
                   " opted out " WS-XS-OPTED-OUT
                   " deceased " WS-XS-DECEASED
                   " open complaint " WS-XS-COMPLAINTS
           END-IF.
      * An empty rule file is started with the three standing
      * campaigns: checking-only members holding a good balance are
      * offered a term deposit, payroll members with no savings
      * account a savings account, and term deposits due to pay out
      * get a retention call
       SEED-CROSS-SELL-RULES.
           MOVE "n" TO WS-XS-EOF
           OPEN I-O CROSS-SELL-RULES
           MOVE LOW-VALUES TO XR-RULE-ID
           START CROSS-SELL-RULES KEY IS GREATER THAN XR-RULE-ID
               INVALID KEY MOVE "y" TO WS-XS-EOF
           END-START
           IF WS-XS-EOF IS EQUAL TO "y"
               MOVE "TDOFFER" TO XR-RULE-ID
               MOVE "ONLYBAL" TO XR-KIND
               MOVE "c" TO XR-ACCOUNT-TYPE
               MOVE 5000 TO XR-AMOUNT
               MOVE 0 TO XR-DAYS
               MOVE "y" TO XR-ACTIVE
               MOVE "TERM DEPOSIT OFFER" TO XR-CAMPAIGN
               WRITE CROSS-SELL-RULE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "SAVOFFER" TO XR-RULE-ID
               MOVE "PAYROLL" TO XR-KIND
               MOVE "s" TO XR-ACCOUNT-TYPE
               MOVE 0 TO XR-AMOUNT
               MOVE 90 TO XR-DAYS
               MOVE "SAVINGS ACCOUNT OFFER" TO XR-CAMPAIGN
               WRITE CROSS-SELL-RULE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "TDRETAIN" TO XR-RULE-ID
               MOVE "MATURING" TO XR-KIND
               MOVE SPACES TO XR-ACCOUNT-TYPE
               MOVE 0 TO XR-AMOUNT
               MOVE 30 TO XR-DAYS
               MOVE "TERM DEPOSIT RETENTION CALL" TO XR-CAMPAIGN
               WRITE CROSS-SELL-RULE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               DISPLAY "Cross-sell rule file started from the default "
                   "rules"
           END-IF
           CLOSE CROSS-SELL-RULES.
      * Active rules into the table, with the earliest payroll month
      * and the latest maturity date each one looks at
       LOAD-CROSS-SELL-RULES.
           MOVE 0 TO WS-XS-RULE-COUNT
           MOVE "n" TO WS-XS-EOF
           OPEN INPUT CROSS-SELL-RULES
           MOVE LOW-VALUES TO XR-RULE-ID
           START CROSS-SELL-RULES KEY IS GREATER THAN XR-RULE-ID
               INVALID KEY MOVE "y" TO WS-XS-EOF
           END-START
           PERFORM UNTIL WS-XS-EOF IS EQUAL TO "y"
               READ CROSS-SELL-RULES NEXT RECORD
                   AT END MOVE "y" TO WS-XS-EOF
               END-READ
               IF WS-XS-EOF IS NOT EQUAL TO "y" AND
                   XR-ACTIVE IS EQUAL TO "y"
                   IF WS-XS-RULE-COUNT < 20
                       ADD 1 TO WS-XS-RULE-COUNT
                       MOVE WS-XS-RULE-COUNT TO WS-XS-R
                       MOVE XR-RULE-ID TO WS-XS-R-ID(WS-XS-R)
                       MOVE XR-KIND TO WS-XS-R-KIND(WS-XS-R)
                       MOVE XR-ACCOUNT-TYPE TO WS-XS-R-TYPE(WS-XS-R)
                       MOVE XR-AMOUNT TO WS-XS-R-AMOUNT(WS-XS-R)
                       MOVE XR-DAYS TO WS-XS-R-DAYS(WS-XS-R)
                       MOVE XR-CAMPAIGN TO WS-XS-R-CAMPAIGN(WS-XS-R)
                       MOVE 0 TO WS-XS-R-HITS(WS-XS-R)
                       COMPUTE WS-XS-WORK-DATE = FUNCTION
                           DATE-OF-INTEGER(WS-XS-TODAY-INT - XR-DAYS)
                       MOVE WS-XS-WORK-DATE TO
                           WS-XS-R-PAY-FROM(WS-XS-R)
                       COMPUTE WS-XS-WORK-DATE = FUNCTION
                           DATE-OF-INTEGER(WS-XS-TODAY-INT + XR-DAYS)
                       MOVE WS-XS-WORK-DATE(3:6) TO
                           WS-XS-R-HORIZON(WS-XS-R)
                   ELSE
                       DISPLAY "More than 20 active cross-sell rules; "
                           "rule " XR-RULE-ID " skipped"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CROSS-SELL-RULES.
      * The three latest snapshot dates, newest first; after each new
      * date the browse jumps past the rest of that date's accounts
       FIND-XS-SNAPSHOT-DATES.
           MOVE 0 TO WS-XS-SNAP-COUNT
           MOVE ZEROS TO WS-XS-SNAP-TABLE
           MOVE "n" TO WS-XS-SCAN-EOF
           OPEN INPUT SNAPSHOT-DETAILS
           MOVE LOW-VALUES TO SNAP-KEY
           START SNAPSHOT-DETAILS KEY IS GREATER THAN SNAP-KEY
               INVALID KEY MOVE "y" TO WS-XS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-XS-SCAN-EOF IS EQUAL TO "y"
               READ SNAPSHOT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-XS-SCAN-EOF
               END-READ
               IF WS-XS-SCAN-EOF IS NOT EQUAL TO "y"
                   MOVE WS-XS-SNAP-DATE(2) TO WS-XS-SNAP-DATE(3)
                   MOVE WS-XS-SNAP-DATE(1) TO WS-XS-SNAP-DATE(2)
                   MOVE SNAP-DATE TO WS-XS-SNAP-DATE(1)
                   IF WS-XS-SNAP-COUNT < 3
                       ADD 1 TO WS-XS-SNAP-COUNT
                   END-IF
                   MOVE 99999999 TO SNAP-ACCOUNT-ID
                   START SNAPSHOT-DETAILS KEY IS GREATER THAN SNAP-KEY
                       INVALID KEY MOVE "y" TO WS-XS-SCAN-EOF
                   END-START
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-DETAILS.
      * Members with a complaint not yet closed
       LOAD-XS-COMPLAINTS.
           MOVE 0 TO WS-XS-CMP-COUNT
           MOVE "n" TO WS-XS-SCAN-EOF
           OPEN INPUT COMPLAINTS
           MOVE LOW-VALUES TO CMP-ID
           START COMPLAINTS KEY IS GREATER THAN CMP-ID
               INVALID KEY MOVE "y" TO WS-XS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-XS-SCAN-EOF IS EQUAL TO "y"
               READ COMPLAINTS NEXT RECORD
                   AT END MOVE "y" TO WS-XS-SCAN-EOF
               END-READ
               IF WS-XS-SCAN-EOF IS NOT EQUAL TO "y" AND
                   CMP-STATUS IS NOT EQUAL TO "C"
                   IF WS-XS-CMP-COUNT < 2000
                       ADD 1 TO WS-XS-CMP-COUNT
                       MOVE CMP-MEMBER-ID TO
                           WS-XS-CMP-MEMBER(WS-XS-CMP-COUNT)
                   ELSE
                       DISPLAY "More than 2000 open complaints; member "
                           CMP-MEMBER-ID " not left off the lists"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COMPLAINTS.
      * Exclusions first, then the member's open accounts are
      * gathered once and tried against every active rule
       ASSESS-XS-MEMBER.
           ADD 1 TO WS-XS-MEMBERS
           MOVE "n" TO WS-XS-FOUND
           PERFORM VARYING WS-XS-C FROM 1 BY 1
               UNTIL WS-XS-C > WS-XS-CMP-COUNT OR
                   WS-XS-FOUND IS EQUAL TO "y"
               IF WS-XS-CMP-MEMBER(WS-XS-C) IS EQUAL TO MEMBER-ID
                   MOVE "y" TO WS-XS-FOUND
               END-IF
           END-PERFORM
      * Age from the date of birth where one is on file; an individual
      * with no age at all is treated as a minor
           MOVE MEMBER-AGE TO WS-XS-AGE
           IF MEMBER-DOB > 0 AND MEMBER-DOB < WS-XS-TODAY-DATE
               COMPUTE WS-XS-AGE =
                   (WS-XS-TODAY-DATE - MEMBER-DOB) / 10000
           END-IF
      * Merged-away tombstones and purged records are not approached
           IF MEMBER-MERGED-INTO IS NOT EQUAL TO 0 OR
               MEMBER-NAME(1:14) IS EQUAL TO "PURGED MEMBER "
               CONTINUE
           ELSE IF MEMBER-DECEASED-DATE IS NOT EQUAL TO 0
               ADD 1 TO WS-XS-DECEASED
           ELSE IF MEMBER-MARKETING-OPT-OUT IS EQUAL TO "Y"
               ADD 1 TO WS-XS-OPTED-OUT
           ELSE IF MEMBER-TYPE IS NOT EQUAL TO "B" AND WS-XS-AGE < 18
               ADD 1 TO WS-XS-MINORS
           ELSE IF WS-XS-FOUND IS EQUAL TO "y"
               ADD 1 TO WS-XS-COMPLAINTS
           ELSE
               PERFORM GATHER-XS-ACCOUNTS
               PERFORM EVALUATE-XS-RULE VARYING WS-XS-R FROM 1 BY 1
                   UNTIL WS-XS-R > WS-XS-RULE-COUNT
           END-IF.
      * The member's accounts not closed or charged off, each with
      * its type and any term deposit it carries
       GATHER-XS-ACCOUNTS.
           MOVE 0 TO WS-XS-ACCT-COUNT
           MOVE "n" TO WS-XS-SCAN-EOF
           MOVE LOW-VALUES TO CREATE-ACCOUNT-ID
           START ACCOUNT-DETAILS KEY IS GREATER THAN CREATE-ACCOUNT-ID
               INVALID KEY MOVE "y" TO WS-XS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-XS-SCAN-EOF IS EQUAL TO "y"
               READ ACCOUNT-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-XS-SCAN-EOF
               END-READ
               IF WS-XS-SCAN-EOF IS NOT EQUAL TO "y" AND
                   CREATE-MEMBER-ID IS EQUAL TO MEMBER-ID
                   PERFORM TAKE-XS-ACCOUNT
               END-IF
           END-PERFORM.
       TAKE-XS-ACCOUNT.
           MOVE CREATE-ACCOUNT-ID TO BALANCE-ID
           READ BALANCE-DETAILS
               INVALID KEY MOVE "C" TO BALANCE-STATUS
           END-READ
           IF BALANCE-STATUS IS NOT EQUAL TO "C" AND
               BALANCE-STATUS IS NOT EQUAL TO "X" AND
               WS-XS-ACCT-COUNT < 50
               ADD 1 TO WS-XS-ACCT-COUNT
               MOVE WS-XS-ACCT-COUNT TO WS-XS-A
               MOVE CREATE-ACCOUNT-ID TO WS-XS-A-ID(WS-XS-A)
               MOVE BALANCE-ACCOUNT-TYPE TO WS-XS-A-TYPE(WS-XS-A)
               MOVE "n" TO WS-XS-A-TD(WS-XS-A)
               MOVE CREATE-ACCOUNT-ID TO TD-ACCOUNT-ID
               READ TERM-DEPOSIT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "y" TO WS-XS-A-TD(WS-XS-A)
                       MOVE TD-MATURITY-DATE TO
                           WS-XS-A-MATURITY(WS-XS-A)
                       MOVE TD-DISPOSITION TO
                           WS-XS-A-DISPOSITION(WS-XS-A)
               END-READ
           END-IF.
      * Try the current member against rule WS-XS-R and keep them as
      * a prospect, with the reason, when it fits
       EVALUATE-XS-RULE.
           MOVE "n" TO WS-XS-FOUND
           MOVE SPACES TO WS-XS-DETAIL
           IF WS-XS-R-KIND(WS-XS-R) IS EQUAL TO "ONLYBAL"
               PERFORM CHECK-XS-ONLYBAL
           ELSE IF WS-XS-R-KIND(WS-XS-R) IS EQUAL TO "PAYROLL"
               PERFORM CHECK-XS-PAYROLL
           ELSE IF WS-XS-R-KIND(WS-XS-R) IS EQUAL TO "MATURING"
               PERFORM CHECK-XS-MATURING
           END-IF
           END-IF
           END-IF
           IF WS-XS-FOUND IS EQUAL TO "y"
               IF WS-XS-HIT-COUNT < 5000
                   ADD 1 TO WS-XS-HIT-COUNT
                   ADD 1 TO WS-XS-R-HITS(WS-XS-R)
                   MOVE WS-XS-R TO WS-XS-H-RULE(WS-XS-HIT-COUNT)
                   MOVE MEMBER-ID TO WS-XS-H-MEMBER(WS-XS-HIT-COUNT)
                   MOVE WS-XS-DETAIL TO WS-XS-H-DETAIL(WS-XS-HIT-COUNT)
               ELSE
                   DISPLAY "More than 5000 prospects; member "
                       MEMBER-ID " left off rule " WS-XS-R-ID(WS-XS-R)
               END-IF
           END-IF.
      * Every open account of the rule's type and none carrying a
      * term deposit, with the combined balance averaged over the
      * snapshot dates found above the rule's amount
       CHECK-XS-ONLYBAL.
           MOVE "n" TO WS-XS-OTHER
           IF WS-XS-ACCT-COUNT IS EQUAL TO 0 OR
               WS-XS-SNAP-COUNT IS EQUAL TO 0
               MOVE "y" TO WS-XS-OTHER
           END-IF
           PERFORM VARYING WS-XS-A FROM 1 BY 1
               UNTIL WS-XS-A > WS-XS-ACCT-COUNT
               IF WS-XS-A-TYPE(WS-XS-A) IS NOT EQUAL TO
                   WS-XS-R-TYPE(WS-XS-R) OR
                   WS-XS-A-TD(WS-XS-A) IS EQUAL TO "y"
                   MOVE "y" TO WS-XS-OTHER
               END-IF
           END-PERFORM
           IF WS-XS-OTHER IS EQUAL TO "n"
               MOVE 0 TO WS-XS-BALANCE-TOTAL
               PERFORM ADD-XS-SNAPSHOT-BALANCES VARYING WS-XS-A
                   FROM 1 BY 1 UNTIL WS-XS-A > WS-XS-ACCT-COUNT
               COMPUTE WS-XS-AVERAGE ROUNDED =
                   WS-XS-BALANCE-TOTAL / WS-XS-SNAP-COUNT
               IF WS-XS-AVERAGE > WS-XS-R-AMOUNT(WS-XS-R)
                   MOVE "y" TO WS-XS-FOUND
                   MOVE WS-XS-AVERAGE TO WS-XS-AVERAGE-OUT
                   STRING "average balance " WS-XS-AVERAGE-OUT
                       DELIMITED BY SIZE INTO WS-XS-DETAIL
                   END-STRING
               END-IF
           END-IF.
       ADD-XS-SNAPSHOT-BALANCES.
           PERFORM VARYING WS-XS-S FROM 1 BY 1
               UNTIL WS-XS-S > WS-XS-SNAP-COUNT
               MOVE WS-XS-SNAP-DATE(WS-XS-S) TO SNAP-DATE
               MOVE WS-XS-A-ID(WS-XS-A) TO SNAP-ACCOUNT-ID
               READ SNAPSHOT-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD SNAP-AMMOUNT TO WS-XS-BALANCE-TOTAL
               END-READ
           END-PERFORM.
      * Payroll deposits since the rule's earliest month into any
      * open account, and no open account of the rule's type
       CHECK-XS-PAYROLL.
           MOVE "n" TO WS-XS-OTHER
           PERFORM VARYING WS-XS-A FROM 1 BY 1
               UNTIL WS-XS-A > WS-XS-ACCT-COUNT
               IF WS-XS-A-TYPE(WS-XS-A) IS EQUAL TO
                   WS-XS-R-TYPE(WS-XS-R)
                   MOVE "y" TO WS-XS-OTHER
               END-IF
           END-PERFORM
           IF WS-XS-OTHER IS EQUAL TO "n"
               PERFORM SCAN-XS-PAYROLL VARYING WS-XS-A FROM 1 BY 1
                   UNTIL WS-XS-A > WS-XS-ACCT-COUNT OR
                       WS-XS-FOUND IS EQUAL TO "y"
               IF WS-XS-FOUND IS EQUAL TO "y"
                   STRING "payroll deposits since "
                       WS-XS-R-PAY-FROM(WS-XS-R)
                       DELIMITED BY SIZE INTO WS-XS-DETAIL
                   END-STRING
               END-IF
           END-IF.
       SCAN-XS-PAYROLL.
           MOVE "n" TO WS-XS-SCAN-EOF
           MOVE WS-XS-A-ID(WS-XS-A) TO TRANSACTION-ID
           START TRANSACTION-DETAILS KEY IS EQUAL TO TRANSACTION-ID
               INVALID KEY MOVE "y" TO WS-XS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-XS-SCAN-EOF IS EQUAL TO "y"
               READ TRANSACTION-DETAILS NEXT RECORD
                   AT END MOVE "y" TO WS-XS-SCAN-EOF
               END-READ
               IF WS-XS-SCAN-EOF IS NOT EQUAL TO "y"
                   IF TRANSACTION-ID IS NOT EQUAL TO
                       WS-XS-A-ID(WS-XS-A)
                       MOVE "y" TO WS-XS-SCAN-EOF
                   ELSE IF TRANSACTION-CHANNEL IS EQUAL TO "PY" AND
                       TRANSACTION-SIGN IS NOT EQUAL TO "-" AND
                       TRANSACTION-DATE IS NOT LESS THAN
                           WS-XS-R-PAY-FROM(WS-XS-R)
                       MOVE "y" TO WS-XS-FOUND
                       MOVE "y" TO WS-XS-SCAN-EOF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * A term deposit maturing between today and the rule's horizon
      * that is set to pay out rather than roll over
       CHECK-XS-MATURING.
           PERFORM VARYING WS-XS-A FROM 1 BY 1
               UNTIL WS-XS-A > WS-XS-ACCT-COUNT OR
                   WS-XS-FOUND IS EQUAL TO "y"
               IF WS-XS-A-TD(WS-XS-A) IS EQUAL TO "y" AND
                   WS-XS-A-DISPOSITION(WS-XS-A) IS EQUAL TO "P" AND
                   WS-XS-A-MATURITY(WS-XS-A) IS NOT LESS THAN
                       WS-XS-TODAY AND
                   WS-XS-A-MATURITY(WS-XS-A) IS NOT GREATER THAN
                       WS-XS-R-HORIZON(WS-XS-R)
                   MOVE "y" TO WS-XS-FOUND
                   STRING "term deposit " WS-XS-A-ID(WS-XS-A)
                       " matures " WS-XS-A-MATURITY(WS-XS-A)
                       DELIMITED BY SIZE INTO WS-XS-DETAIL
                   END-STRING
               END-IF
           END-PERFORM.
      * One rule's prospect list, dated and catalogued
       WRITE-XS-PROSPECT-FILE.
           MOVE 0 TO WS-XS-LINES
           MOVE WS-XS-TODAY TO WS-REPORT-STAMP
           MOVE SPACES TO WS-FP-NAME
           STRING "prospects." DELIMITED BY SIZE
               WS-XS-R-ID(WS-XS-R) DELIMITED BY SPACE
               "." WS-REPORT-STAMP ".txt" DELIMITED BY SIZE
               INTO WS-FP-NAME
           END-STRING
           MOVE WS-FP-NAME TO WS-RC-FILE-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME WS-PROSPECT-PATH
           OPEN OUTPUT PROSPECT-FILE
           MOVE SPACES TO PROSPECT-LINE
           STRING "CROSS-SELL PROSPECTS " WS-XS-R-CAMPAIGN(WS-XS-R)
               " rule " WS-XS-R-ID(WS-XS-R)
               " kind " WS-XS-R-KIND(WS-XS-R)
               " run " WS-XS-TODAY
               DELIMITED BY SIZE INTO PROSPECT-LINE
           END-STRING
           PERFORM WRITE-PROSPECT-LINE
           PERFORM WRITE-XS-PROSPECT VARYING WS-XS-H FROM 1 BY 1
               UNTIL WS-XS-H > WS-XS-HIT-COUNT
           MOVE SPACES TO PROSPECT-LINE
           STRING "PROSPECTS " WS-XS-R-HITS(WS-XS-R)
               DELIMITED BY SIZE INTO PROSPECT-LINE
           END-STRING
           PERFORM WRITE-PROSPECT-LINE
           CLOSE PROSPECT-FILE
           MOVE "PROSPECTS" TO WS-RC-TYPE
           MOVE WS-XS-LINES TO WS-RC-COUNT
           PERFORM WRITE-REPORT-CATALOG
           DISPLAY "Rule " WS-XS-R-ID(WS-XS-R) " prospects: "
               WS-XS-R-HITS(WS-XS-R).
       WRITE-XS-PROSPECT.
           IF WS-XS-H-RULE(WS-XS-H) IS EQUAL TO WS-XS-R
               MOVE WS-XS-H-MEMBER(WS-XS-H) TO MEMBER-ID
               READ MEMBER-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM WRITE-XS-PROSPECT-LINE
               END-READ
           END-IF.
      * Member, relationship officer and contact details, then the
      * reason the member fits the rule
       WRITE-XS-PROSPECT-LINE.
           MOVE SPACES TO WS-XS-OFFICER-NAME
           IF MEMBER-OFFICER-ID IS NOT EQUAL TO SPACES
               MOVE MEMBER-OFFICER-ID TO STAFF-ID
               READ STAFF-DETAILS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STAFF-NAME TO WS-XS-OFFICER-NAME
               END-READ
           END-IF
           MOVE SPACES TO PROSPECT-LINE
           STRING MEMBER-ID " " MEMBER-NAME
               " OFFICER " MEMBER-OFFICER-ID " " WS-XS-OFFICER-NAME
               " PHONE " MEMBER-PHONE " MOBILE " MEMBER-MOBILE
               " EMAIL " MEMBER-EMAIL " ADDRESS " MEMBER-ADDRESS
               " " WS-XS-H-DETAIL(WS-XS-H)
               DELIMITED BY SIZE INTO PROSPECT-LINE
           END-STRING
           PERFORM WRITE-PROSPECT-LINE.
       WRITE-PROSPECT-LINE.
           WRITE PROSPECT-LINE
           ADD 1 TO WS-XS-LINES.
      * Staff maintenance of the cross-sell campaign rules
       MAINTAIN-CROSS-SELL-RULES.
           DISPLAY "Enter a command. 'write', 'delete', 'read', or "
               "'browse'"
           ACCEPT WS-XS-COMMAND
           PERFORM SEED-CROSS-SELL-RULES
           IF WS-XS-COMMAND IS EQUAL TO "write"
               DISPLAY "Enter the rule ID..."
               ACCEPT XR-RULE-ID
               DISPLAY "Enter the rule kind (ONLYBAL/PAYROLL/MATURING)"
                   "..."
               ACCEPT XR-KIND
               IF XR-KIND IS NOT EQUAL TO "ONLYBAL" AND
                   XR-KIND IS NOT EQUAL TO "PAYROLL" AND
                   XR-KIND IS NOT EQUAL TO "MATURING"
                   DISPLAY "Unknown rule kind"
               ELSE
                   DISPLAY "Enter the account type (ONLYBAL the only "
                       "type held, PAYROLL the type not held)..."
                   ACCEPT XR-ACCOUNT-TYPE
                   DISPLAY "Enter the average balance to exceed "
                       "(ONLYBAL, else 0)..."
                   ACCEPT XR-AMOUNT
                   DISPLAY "Enter the days (PAYROLL back, MATURING "
                       "ahead, else 0)..."
                   ACCEPT XR-DAYS
                   DISPLAY "Enter the campaign name..."
                   ACCEPT XR-CAMPAIGN
                   DISPLAY "Active? (y/n)"
                   ACCEPT XR-ACTIVE
                   OPEN I-O CROSS-SELL-RULES
                       WRITE CROSS-SELL-RULE-RECORD
                           INVALID KEY REWRITE CROSS-SELL-RULE-RECORD
                           END-REWRITE
                       END-WRITE
                   CLOSE CROSS-SELL-RULES
                   DISPLAY "Cross-sell rule written"
                   MOVE "XSELL-RULE" TO WS-AUDIT-ACTION
                   MOVE XR-RULE-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING XR-KIND " " XR-ACCOUNT-TYPE " " XR-AMOUNT
                       " " XR-DAYS " " XR-ACTIVE
                       DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                   END-STRING
                   MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
                   PERFORM LOG-MAINTENANCE-ACTION
               END-IF
           ELSE IF WS-XS-COMMAND IS EQUAL TO "delete"
               DISPLAY "Enter the rule ID..."
               ACCEPT XR-RULE-ID
               OPEN I-O CROSS-SELL-RULES
                   DELETE CROSS-SELL-RULES RECORD
                       INVALID KEY
                           DISPLAY "No such cross-sell rule"
                       NOT INVALID KEY
                           DISPLAY "Cross-sell rule deleted"
                   END-DELETE
               CLOSE CROSS-SELL-RULES
               MOVE "XSELL-DELETE" TO WS-AUDIT-ACTION
               MOVE XR-RULE-ID TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE "deleted" TO WS-AUDIT-AFTER
               MOVE WS-STAFF-ID-IN TO WS-AUDIT-ACTOR
               PERFORM LOG-MAINTENANCE-ACTION
           ELSE IF WS-XS-COMMAND IS EQUAL TO "read"
               DISPLAY "Enter the rule ID..."
               ACCEPT XR-RULE-ID
               OPEN INPUT CROSS-SELL-RULES
                   READ CROSS-SELL-RULES
                       INVALID KEY DISPLAY "No such cross-sell rule"
                       NOT INVALID KEY PERFORM SHOW-CROSS-SELL-RULE
                   END-READ
               CLOSE CROSS-SELL-RULES
           ELSE IF WS-XS-COMMAND IS EQUAL TO "browse"
               MOVE "n" TO WS-XS-EOF
               OPEN INPUT CROSS-SELL-RULES
               MOVE LOW-VALUES TO XR-RULE-ID
               START CROSS-SELL-RULES KEY IS GREATER THAN XR-RULE-ID
                   INVALID KEY MOVE "y" TO WS-XS-EOF
               END-START
               PERFORM UNTIL WS-XS-EOF IS EQUAL TO "y"
                   READ CROSS-SELL-RULES NEXT RECORD
                       AT END MOVE "y" TO WS-XS-EOF
                       NOT AT END PERFORM SHOW-CROSS-SELL-RULE
                   END-READ
               END-PERFORM
               CLOSE CROSS-SELL-RULES
           ELSE
               DISPLAY "Unknown command"
           END-IF.
       SHOW-CROSS-SELL-RULE.
           DISPLAY "rule "XR-RULE-ID" kind "XR-KIND
               " type "XR-ACCOUNT-TYPE" amount "XR-AMOUNT
               " days "XR-DAYS" active "XR-ACTIVE" "XR-CAMPAIGN.
      * Hand the staged notice fields to the shared customer-notice
      * subprogram, which formats the letter and writes the register
       SEND-CUSTOMER-NOTICE.
           CALL "CUSTOMER-NOTICE" USING WS-NOTICE-EVENT
               WS-NOTICE-ACCOUNT WS-NOTICE-DETAIL WS-NOTICE-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.
      * Hand the message in WS-OPS-MESSAGE to the operator alert
      * file, so a batch error is more than a DISPLAY that scrolls
      * away on an unattended run
       SEND-OPS-ALERT.
           CALL "OPS-ALERT" USING WS-OPS-MESSAGE WS-OPS-SEVERITY
               WS-OPS-CALLER WS-OPS-STATUS
               ON EXCEPTION CONTINUE
           END-CALL.
      * Ask the shared FILE-PATHS subprogram where every data file
      * lives, once, before anything is opened
       RESOLVE-FILE-PATHS.
           MOVE "accountinfo.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ACCOUNT-DETAILS-PATH
           MOVE "balance.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-BALANCE-DETAILS-PATH
           MOVE "transactions.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-TRANSACTION-DETAILS-PATH
           MOVE "statement.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-STATEMENT-FILE-PATH
           MOVE "transactions.csv" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CSV-EXPORT-FILE-PATH
           MOVE "audit.checkpoint" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CHECKPOINT-FILE-PATH
           MOVE "standing.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-STANDING-INSTRUCTIONS-PATH
           MOVE "loans.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-DETAILS-PATH
           MOVE "payroll.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PAYROLL-FILE-PATH
           MOVE "bulkaccounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-BULK-ACCOUNT-FILE-PATH
           MOVE "interestrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-INTEREST-RATE-TABLE-PATH
           MOVE "pending.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PENDING-TRANSACTIONS-PATH
           MOVE "sequences.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SEQUENCE-CONTROL-PATH
           MOVE "snapshots.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SNAPSHOT-DETAILS-PATH
           MOVE "outqueue.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-OUTBOUND-QUEUE-PATH
           MOVE "outpayments.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-OUTBOUND-PAYMENT-FILE-PATH
           MOVE "checks.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CHECK-REGISTER-PATH
           MOVE "checkclearing.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CHECK-CLEARING-FILE-PATH
           MOVE "checkreturns.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CHECK-RETURN-FILE-PATH
           MOVE "clearingintake.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CLEARING-INTAKE-FILE-PATH
           MOVE "clearingreturns.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CLEARING-RETURN-FILE-PATH
           MOVE "overdrafts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-OVERDRAFT-DETAILS-PATH
           MOVE "fxrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-EXCHANGE-RATES-PATH
           MOVE "accruals.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ACCRUAL-DETAILS-PATH
           MOVE "pendingnotices.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PENDING-NOTICE-FILE-PATH
           MOVE "activity.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ACTIVITY-SUMMARY-PATH
           MOVE "drawers.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-DRAWER-DETAILS-PATH
           MOVE "drawer.current" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CURRENT-DRAWER-FILE-PATH
           MOVE "termdeposits.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-TERM-DEPOSIT-DETAILS-PATH
           MOVE "holds.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-HOLD-DETAILS-PATH
           MOVE "holidays.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-HOLIDAY-FILE-PATH
           MOVE "closures.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CLOSURE-REPORT-FILE-PATH
               WS-ALERT-PREFS-PATH
           MOVE "morningesc.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-MORNING-ESC-PATH
           MOVE "disputes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-DISPUTE-CASES-PATH
           MOVE "cards.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CARD-MASTER-PATH
           MOVE "cardauth.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CARD-AUTH-FILE-PATH
           MOVE "cardsettle.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CARD-SETTLE-FILE-PATH
           MOVE "cardauthreg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CARD-AUTH-REGISTER-PATH
           MOVE "sdboxes.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SAFE-DEPOSIT-BOXES-PATH
           MOVE "sdaccess.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-BOX-ACCESS-LOG-PATH
           MOVE "loanapps.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-APPLICATIONS-PATH
           MOVE "indexrates.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-INDEX-RATES-PATH
           MOVE "loanescrow.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-ESCROW-PATH
           MOVE "escrowitems.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ESCROW-ITEMS-PATH
           MOVE "chargeoff.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CHARGEOFF-LEDGER-PATH
           MOVE "loanreserve.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-RESERVE-PATH
           MOVE "bureaufinal.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-BUREAU-FINAL-PATH
           MOVE "loanbilling.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-BILLING-PATH
           MOVE "loandelinq.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LOAN-DELINQ-SNAPSHOT-PATH
           MOVE "estate.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ESTATE-LEDGER-PATH
           MOVE "legalorders.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-LEGAL-ORDERS-PATH
           MOVE "signers.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-MEMBER-SIGNERS-PATH
           MOVE "watchlist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-WATCH-LIST-PATH
           MOVE "kycreview.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-REVIEW-QUEUE-PATH
           MOVE "heldmail.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-HELD-MAIL-PATH
           MOVE "complaints.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-COMPLAINTS-PATH
           MOVE "complainthist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-COMPLAINT-HISTORY-PATH
           MOVE "watchscreened.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-WATCH-SCREENED-PATH
           MOVE "cashdays.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CASH-DAY-HISTORY-PATH
           MOVE "riskfactors.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-RISK-FACTORS-PATH
           MOVE "recert.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ACCESS-RECERT-PATH
           MOVE "dutypairs.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-DUTY-PAIRS-PATH
           MOVE "scrubrules.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SCRUB-RULES-PATH
           MOVE "scrubhist.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SCRUB-HISTORY-PATH
           MOVE "feeschedule.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-FEE-SCHEDULE-PATH
           MOVE "feerefunds.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-FEE-REFUNDS-PATH
           MOVE "branches.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-BRANCH-DETAILS-PATH
           MOVE "officerportfolio.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-OFFICER-REPORT-PATH
           MOVE "promocampaigns.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PROMO-CAMPAIGNS-PATH
           MOVE "promoenroll.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PROMO-ENROLLMENTS-PATH
           MOVE "promobonus.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-PROMO-REPORT-PATH
           MOVE "roundup.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-ROUND-UP-PATH
           MOVE "externalaccts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-EXTERNAL-ACCOUNTS-PATH
           MOVE "debitentries.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-DEBIT-ENTRY-FILE-PATH
           MOVE "debitfilters.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-DEBIT-FILTERS-PATH
           MOVE "corrstatement.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CORR-STATEMENT-PATH
           MOVE "settlebatches.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SETTLEMENT-BATCHES-PATH
           MOVE "settlelines.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SETTLEMENT-LINES-PATH
           MOVE "settlerecon.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-SETTLE-RECON-PATH
           MOVE "glaccounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-GL-ACCOUNT-MASTER-PATH
           MOVE "glbalances.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-GL-BALANCES-PATH
           MOVE "glposted.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-GL-POSTED-REFS-PATH
           MOVE "glyears.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-GL-YEARS-PATH
           MOVE "glreport.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-GL-REPORT-PATH
           MOVE "condition.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONDITION-REPORT-PATH
           MOVE "iradetails.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-IRA-DETAILS-PATH
           MOVE "irayears.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-IRA-YEARS-PATH
           MOVE "iratax.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-IRA-TAX-PATH
           MOVE "fxdrawer.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-FX-DRAWER-CASH-PATH
           MOVE "fxposition.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-FX-POSITION-PATH
           MOVE "cashcounts.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CASH-COUNTS-PATH
           MOVE "vaultreorder.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-VAULT-REORDER-PATH
           MOVE "officialchecks.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-OFFICIAL-CHECKS-PATH
           MOVE "officialreport.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-OFFICIAL-REPORT-PATH
           MOVE "noticereg.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-NOTICE-REGISTER-PATH
           MOVE "confirms.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CONFIRM-SAMPLES-PATH
           MOVE "xsellrules.txt" TO WS-FP-NAME
           CALL "FILE-PATHS" USING WS-FP-NAME
               WS-CROSS-SELL-RULES-PATH.
