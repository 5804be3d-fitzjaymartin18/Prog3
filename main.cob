      *              stop counting loans paid off months ago. The
      *              purge utility now also moves closed loans'
      *              whole archives onto the history file.
      * 07/28/2025 - Group 2 - Added late charges: each loan product
      *              now carries a late-charge rule (a flat amount or
      *              a percentage of the installment, and a grace
      *              window in days). The posting run assesses the
      *              charge once on a missed or partial installment
      *              past the window and carries it as its own
      *              receivable on the ledger, collected out of the
      *              pool after the installments. Late charges show
      *              on the billing notice, the reminder letters, the
      *              payoff quote and the settlement close-out, feed
      *              the GL extract as fee income, and can be waived
      *              (menu letter 'w') under a level-3 supervisor's
      *              ID, audited as type F.
      * 08/04/2025 - Group 2 - Added payment reversal (menu letter 'v',
      *              and command-line "REVERSE" for a file of them): a
      *              posted PAYMENTS receipt, named by its record
      *              number, is taken back off the ledger -- out of
      *              the unapplied pool, then the late charges
      *              collected, then the installments newest first --
      *              the paid-through period and unapplied remainder
      *              restored, the loan re-graded and its COLLMAST
      *              record re-opened or escalated. Each reversal
      *              lands on the new RCPTREV register (so a receipt
      *              never comes off twice), is booked back by the GL
      *              extract, and is audited as type N with the
      *              operator and a reason code.
      * 08/11/2025 - Group 2 - Added the TRANHIST transaction history:
      *              every installment application, late charge
      *              collected, receipt reversal, settlement and
      *              write-off is logged with its posting date and
      *              its principal/interest/fee split. Added the
      *              command-line "YEAREND" run (optionally followed
      *              by the tax year) printing each borrower a
      *              statement per loan of interest, principal and
      *              late charges paid with the opening and closing
      *              balances, and a control page of the interest
      *              reported for tie-out to the GL feed.
      * 08/18/2025 - Group 2 - Added the BORRMAST borrower master
      *              (mailing address, phone, e-mail, preferred
      *              contact method) keyed by borrower number, with
      *              every CUSTMAST loan carrying the borrower it
      *              belongs to -- linked by name when a loan is
      *              written, or by hand. Added borrower maintenance
      *              (menu letter 'u'), every change audited. BILL
      *              notices and POST reminder letters now print the
      *              full mailing block; a loan with no address is
      *              held back onto the NOTICEXC exception list.
      * 08/25/2025 - Group 2 - Added the command-line "LOCKBOX" run
      *              importing the bank's remittance file: the file
      *              is refused whole unless it balances to its own
      *              header and trailer; each remittance is placed on
      *              the loan account quoted, or on the one open loan
      *              under the payer's name whose next installment is
      *              the amount paid, appended to PAYMENTS for POST
      *              and entered on the new LBXREG register so a
      *              re-sent remittance is refused. Anything else is
      *              held on LBXSUSP with a reason code and report.
      * 09/01/2025 - Group 2 - Added the hardship restructure (menu
      *              letter 'h') for loans at collections level 2 or
      *              3: the arrears off the posted position are rolled
      *              into the balance, with or without their interest,
      *              and re-amortized over a new term or at a lower
      *              rate as the loan's next archive run; the rolled-up
      *              ledger rows close as RESTRUC, COLLMAST marks the
      *              loan restructured, a level-3 supervisor signs it
      *              off (audit type H), and the RESTRUC register
      *              feeds the new "RESTRUCT" report.
      * 09/08/2025 - Group 2 - Added the command-line "PROJECT" run:
      *              each active loan's newest archive run, less what
      *              the ledger shows applied, projected into calendar
      *              months over a 12-month (or "PROJECT nn") horizon,
      *              with arrears shown apart, the maturities, type-D
      *              balloons and step-rate resets listed under their
      *              month, totals by product code, and the same
      *              figures written to the CASHPROJ CSV file.
      * 09/15/2025 - Group 2 - Added the RUNCTL run-control file
      *              holding the shop's business date and the night
      *              runs made against it. BATCH, POST, GL, EOD, BILL,
      *              REPRICE and PURGE now run on the business date,
      *              refuse to start before the runs they depend on
      *              have completed or a second time for the same
      *              date unless a supervisor forces them ("<run>
      *              FORCE <id>"), and log start, end and status on
      *              RUNLOG. Added the "ROLL" run moving the business
      *              date on to the next weekday once EOD is done.
      * 09/22/2025 - Group 2 - Added the cost-of-credit disclosure:
      *              every loan originated through paragraph-a to
      *              paragraph-e, at the terminal or in BATCH, is
      *              handed a disclosure of the annual percentage
      *              rate solved from its archived schedule, the
      *              finance charge, the amount financed (net of the
      *              origination charge each product on LOANPROD now
      *              carries), the total and number of payments. The
      *              disclosure is kept on the new DISCLOSE file,
      *              can be reprinted (menu letter 't'), and its
      *              issue and reprints are audited as type T.
      * 09/29/2025 - Group 2 - Added the command-line "VERIFY" run
      *              checking CUSTMAST, SCHEDARC, LOANLEDG, CHKPOINT,
      *              COLLMAST, PENDCHG and AUDITLOG against each
      *              other across the whole book: open loans with no
      *              archive run or ledger position, ledger rows past
      *              the newest run, checkpoints left behind,
      *              collections open on closed loans, changes left
      *              unreviewed past the limit ("VERIFY nn" days,
      *              default 7) and audit entries with no master
      *              loan. Every break is listed, counted per check,
      *              and the run ends with completion status 4 (8 if
      *              a check could not be made) for the scheduler.
      * 10/06/2025 - Group 2 - Terminal work, reversals and disclosures
      *              are now dated by the RUNCTL business date, so
      *              nothing done after midnight or over a weekend
      *              misses GL and EOD; "REVERSE" is cleared against
      *              RUNCTL like POST; a lockbox remittance PAYMENTS
      *              will not take is held in suspense (ERR); the
      *              audit reason no longer rides in the reversal
      *              reason field.
      * 10/13/2025 - Group 2 - A reversal no longer takes money back
      *              off installments a restructure rolled up; the
      *              payoff quote adds back reversed receipts owed;
      *              capitalized arrears go on TRANHIST (type C) for
      *              the year-end balances; terminal reversals,
      *              waivers and close-outs are refused once GL has
      *              closed the business date; a charge already paid
      *              cannot be waived; LBXSUSP is appended to, not
      *              rewritten; VERIFY lists collections with no
      *              master and no longer ages a change keyed past
      *              the business date; LOCKBOX and PROJECT date off
      *              RUNCTL.
      * 10/20/2025 - Group 2 - Restructures are refused once GL has
      *              closed the business date, and carry the rate
      *              override onto their audit entry; the business
      *              date is re-read before each such check; borrower
      *              maintenance no longer runs on without BORRMAST;
      *              RESTRUCT and YEAREND date off RUNCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS pend-change-id
               FILE STATUS IS pending-file-status.

      *    The reversals the branches send back for the batch run
      *    ("REVERSE") to take off the ledger, one record per receipt
      *    to be taken back, naming it by its place in PAYMENTS.
           SELECT REVERSAL-REQUEST-FILE ASSIGN TO "REVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reversal-file-status.

      *    Keyed by loan account and receipt number, this is the
      *    register of every receipt taken back off the ledger: what
      *    the reversal unwound, why, and on whose say-so. A receipt
      *    on it can never be reversed twice, and the GL extract
      *    books the day's reversals off it.
           SELECT RECEIPT-REVERSAL-FILE ASSIGN TO "RCPTREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rvr-reversal-key
               FILE STATUS IS register-file-status.

      *    The dated transaction history: one line per movement of
      *    money on a loan -- every installment application the
      *    posting run makes, every late charge it collects, every
      *    receipt reversed, every settlement and write-off --
      *    appended to rather than overwritten, so what a borrower
      *    paid in any given year can be answered long after the
      *    ledger's cumulative figures have moved on.
           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS tranhist-status.

      *    Keyed by borrower number, this is the name-and-address
      *    master the notices and letters are mailed off: where the
      *    borrower lives, how to reach them, and how they prefer to
      *    be reached. Every loan on CUSTMAST carries the number of
      *    the borrower it belongs to; the name is an alternate key
      *    so a new loan can find its borrower by name.
           SELECT BORROWER-FILE ASSIGN TO "BORRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS brw-borrower-number
               ALTERNATE RECORD KEY IS brw-borrower-name
                   WITH DUPLICATES
               FILE STATUS IS borrower-file-status.

      *    Written fresh by each billing and posting run: one line per
      *    notice or letter held back because the loan has no mailing
      *    address on file, for the mail room to chase up instead of
      *    printing something that cannot be posted.
           SELECT NOTICE-EXCEPTION-FILE ASSIGN TO "NOTICEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS notice-exc-status.

      *    The bank's daily remittance file for the transfers it
      *    collected on our behalf, in the bank's own layout: a
      *    header naming the bank and the file date, one detail
      *    record per remittance, and a trailer carrying the bank's
      *    own count and total, fed to the import run ("LOCKBOX").
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lockbox-file-status.

      *    Keyed by bank and remittance reference, this is the
      *    register of every remittance the import run has loaded to
      *    PAYMENTS, so a remittance the bank sends again on a later
      *    file is refused instead of being posted twice.
           SELECT LOCKBOX-REGISTER-FILE ASSIGN TO "LBXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lbr-remittance-key
               FILE STATUS IS lbx-register-status.

      *    Every remittance the import run could not place on a loan
      *    lands here in the bank's detail layout with a reason code
      *    appended and the run date, added to by each run, for the
      *    cashiers to work through and key by hand.
           SELECT LOCKBOX-SUSPENSE-FILE ASSIGN TO "LBXSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lbx-suspense-status.

      *    The register of every hardship restructure, one line per
      *    workout agreed, appended to rather than overwritten: the
      *    loan's terms before and after, and what was rolled into
      *    the balance, for the restructured-loans report ("RESTRUCT")
      *    the auditors ask for.
           SELECT RESTRUCTURE-FILE ASSIGN TO "RESTRUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS restruc-status.

      *    The shop's business date and, for each business date, the
      *    night runs that have been started on it and how they
      *    ended, so each run can check the runs it depends on and a
      *    run cannot go twice for the same day.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rcf-run-key
               FILE STATUS IS run-control-status.

      *    The night runs' log: a line for every start, end, refusal
      *    and business-date roll, appended to rather than
      *    overwritten.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS run-log-status.

      *    Keyed by loan account, this keeps the cost-of-credit
      *    disclosure handed to every borrower at origination exactly
      *    as it was issued, so it can be reprinted word for word
      *    long after the loan was booked.
           SELECT DISCLOSURE-FILE ASSIGN TO "DISCLOSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsc-loan-account
               FILE STATUS IS disclosure-file-status.

      *    The sort work file the cash-flow projection puts the
      *    maturities, balloon payments and rate resets through, so
      *    they come off in date order under the month they fall in.
           SELECT PROJECTION-SORT-FILE ASSIGN TO "SORTWK4".

      *    The projection's dated events as the sort leaves them.
           SELECT SORTED-PROJECTION-FILE ASSIGN TO "PROJSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sorted-projection-status.

      *    The cash-flow projection's figures as comma-separated
      *    lines, written fresh by every "PROJECT" run for finance to
      *    load into their model.
           SELECT PROJECTION-CSV-FILE ASSIGN TO "CASHPROJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS projection-csv-status.

      *    The sort work file the posting run puts the day's new
      *    receipts through, so they come off in loan account order
      *    and each account's pool is gathered as it is reached.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sorted-audit-status.

      *    The sort work file the year-end run puts the transaction
      *    history through, so each loan's movements come off
      *    together, in date order.
           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK3".

      *    The tax year's (and later) history in loan account and
      *    date order, as the sort leaves it for the year-end run's
      *    one-account-at-a-time merge against the customer master.
           SELECT SORTED-HISTORY-FILE ASSIGN TO "HISTSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS sorted-history-status.

       DATA DIVISION.
       FILE SECTION.
      * This record layout is read one line at a time in batch-mode,
      *    W written off. A space (a record written before the
      *    status byte existed) reads as active.
           05 master-loan-status           PIC X(01).
      *    The borrower on BORRMAST the loan belongs to. Zero (or
      *    spaces, on a record written before the link existed)
      *    means the loan is not linked to a borrower yet.
           05 master-borrower-number       PIC 9(08).

      * One record per loan with a schedule in progress, holding
      * the running totals as of the last checkpointed period.
           05 audit-product-code           PIC X(08).
           05 audit-rate-override-flag     PIC X(01).
           05 audit-approved-by            PIC X(08).
      *    Why the transaction was made, where it carries a reason
      *    (a payment reversal's NSF, DUP, MIS or ERR, a
      *    restructure's INT or PRI, a disclosure's ISS or RPT, a
      *    borrower change's kind); spaces on every other entry and
      *    on lines written before it existed.
           05 audit-reason-code            PIC X(03).

      * One record per member of staff allowed to sign on, with the
      * authority level their approval limit hangs off and an active
           05 oper-active-flag             PIC X(01).

      * One record per loan product head office offers, carrying the
      * rate every loan of that product is priced at, the term
      * range the product may be written for, the late charge a
      * missed or short installment attracts once it is past the
      * product's grace window, and the charge made for writing
      * the loan, which the cost-of-credit disclosure counts as
      * part of the finance charge.
       FD  LOAN-PRODUCT-FILE.
       01  loan-product-record.
           05 prod-product-code            PIC X(08).
           05 prod-min-term-years          PIC 9(03).
           05 prod-max-term-years          PIC 9(03).
           05 prod-effective-date          PIC 9(08).
      *    F a flat amount per installment, P a percentage of the
      *    installment; anything else (a product written before the
      *    late-charge rule existed) charges nothing.
           05 prod-late-charge-type        PIC X(01).
               88 prod-late-charge-flat             VALUE "F".
               88 prod-late-charge-percent          VALUE "P".
           05 prod-late-charge-amount      PIC 9(07)V99.
           05 prod-late-charge-rate        PIC 9(03)V9999.
           05 prod-late-grace-days         PIC 9(03).
      *    F a flat origination charge, P a percentage of the loan
      *    amount; anything else (a product written before the
      *    charge existed) charges nothing. The charge is taken out
      *    of the amount advanced, not added to the balance.
           05 prod-orig-fee-type           PIC X(01).
               88 prod-orig-fee-flat                 VALUE "F".
               88 prod-orig-fee-percent              VALUE "P".
           05 prod-orig-fee-amount         PIC 9(07)V99.
           05 prod-orig-fee-rate           PIC 9(03)V9999.

      * One record per payment receipt taken in at the counter, keyed
      * loosely by customer name, consumed by the posting run.
           05 ldg-paid-through             PIC 9(03).
           05 ldg-unapplied                PIC S9(10)V99.
           05 ldg-receipts-consumed        PIC 9(07).
      *    On an installment row: the late charge assessed against
      *    it, when, and its standing (A assessed, W waived, space
      *    none), plus the part assessed by the most recent posting
      *    run. On the position record: the late charges still owed
      *    and what the latest run collected or wrote off of them.
           05 ldg-late-charge              PIC 9(10)V99.
           05 ldg-late-charge-date         PIC 9(08).
           05 ldg-late-charge-flag         PIC X(01).
           05 ldg-day-late-charge          PIC 9(10)V99.
           05 ldg-fee-balance              PIC 9(10)V99.
           05 ldg-day-fee-paid             PIC 9(10)V99.
           05 ldg-day-fee-written-off      PIC 9(10)V99.

      * One record per loan being chased for past-due money: the
      * reminder level the letters have escalated to (1 gentle, 2
           05 coll-past-due-amount         PIC 9(10)V99.
           05 coll-past-90-amount          PIC 9(10)V99.
           05 coll-escalated-flag          PIC X(01).
      *    R once a hardship restructure has rolled the loan's
      *    arrears into a new schedule -- restructured, not cured --
      *    and when. Space (and zeros) on a loan never restructured.
           05 coll-workout-flag            PIC X(01).
               88 coll-restructured                  VALUE "R".
           05 coll-workout-date            PIC 9(08).

      * One journal line per debit or credit, in the GL's fixed
      * record layout. The trailer rides the same record area,
           05 pend-operator-name           PIC X(30).
           05 pend-authority-level         PIC 9(01).
           05 pend-active-flag             PIC X(01).
           05 pend-late-charge-type        PIC X(01).
           05 pend-late-charge-amount      PIC 9(07)V99.
           05 pend-late-charge-rate        PIC 9(03)V9999.
           05 pend-late-grace-days         PIC 9(03).
           05 pend-orig-fee-type           PIC X(01).
           05 pend-orig-fee-amount         PIC 9(07)V99.
           05 pend-orig-fee-rate           PIC 9(03)V9999.

      * One receipt to be taken back: the loan it was posted to, its
      * record number on PAYMENTS (first record is 1), the reason
      * code, and the operator the reversal is made under.
       FD  REVERSAL-REQUEST-FILE.
       01  reversal-request-record.
           05 rvq-loan-account             PIC 9(08).
           05 rvq-receipt-number           PIC 9(07).
           05 rvq-reason-code              PIC X(03).
           05 rvq-operator-id              PIC X(08).

      * One receipt taken back: when, the receipt as it stood on
      * PAYMENTS, how the reversal was unwound -- out of the unapplied
      * pool, the late charges collected, and the installments'
      * principal and interest -- and the reason and operator.
       FD  RECEIPT-REVERSAL-FILE.
       01  receipt-reversal-record.
           05 rvr-reversal-key.
               10 rvr-loan-account         PIC 9(08).
               10 rvr-receipt-number       PIC 9(07).
           05 rvr-reversal-date            PIC 9(08).
           05 rvr-payment-date             PIC 9(08).
           05 rvr-amount                   PIC 9(10)V99.
           05 rvr-principal-reversed       PIC 9(10)V99.
           05 rvr-interest-reversed        PIC 9(10)V99.
           05 rvr-fees-reversed            PIC 9(10)V99.
           05 rvr-unapplied-reversed       PIC 9(10)V99.
           05 rvr-reason-code              PIC X(03).
           05 rvr-operator-id              PIC X(08).

      * One movement of money on a loan: when, what kind (P an
      * installment application, F late charges collected, R a
      * receipt reversed, S a settlement, W a write-off, C arrears
      * interest a restructure added to the loan), the
      * installment it was applied to or the receipt number it
      * reversed, and how it split between principal, interest and
      * late charges. A reversal carries the amounts it took back.
       FD  TRANSACTION-HISTORY-FILE.
       01  transaction-history-record.
           05 txn-loan-account             PIC 9(08).
           05 txn-posting-date             PIC 9(08).
           05 txn-type                     PIC X(01).
           05 txn-installment-period       PIC 9(03).
           05 txn-reference                PIC 9(07).
           05 txn-amount                   PIC 9(10)V99.
           05 txn-principal                PIC 9(10)V99.
           05 txn-interest                 PIC 9(10)V99.
           05 txn-fees                     PIC 9(10)V99.

      * One record per borrower: the mailing address the notices go
      * to, phone and e-mail, the preferred contact method, and who
      * last changed the record and when.
       FD  BORROWER-FILE.
       01  borrower-record.
           05 brw-borrower-number          PIC 9(08).
           05 brw-borrower-name            PIC X(30).
           05 brw-address-line-1           PIC X(40).
           05 brw-address-line-2           PIC X(40).
           05 brw-city                     PIC X(30).
           05 brw-province                 PIC X(20).
           05 brw-postal-code              PIC X(10).
           05 brw-phone                    PIC X(15).
           05 brw-email                    PIC X(40).
      *    M by mail, P by phone, E by e-mail, T by text message.
           05 brw-contact-method           PIC X(01).
               88 brw-valid-contact-method
                   VALUES "M" "P" "E" "T".
           05 brw-last-changed-date        PIC 9(08).
           05 brw-last-changed-by          PIC X(08).

      * One notice held back for want of an address: the loan, the
      * borrower it is linked to (zero if none), which notice, why it
      * was held, the phone to chase on, and the amount it was for.
       FD  NOTICE-EXCEPTION-FILE.
       01  notice-exception-record.
           05 nxc-loan-account             PIC 9(08).
           05 nxc-customer-name            PIC X(30).
           05 nxc-borrower-number          PIC 9(08).
           05 nxc-notice-type              PIC X(08).
           05 nxc-reason                   PIC X(24).
           05 nxc-phone                    PIC X(15).
           05 nxc-amount                   PIC 9(10)V99.

      * One record of the bank's remittance file. The record type in
      * the first column tells the header (H), a remittance (D) and
      * the trailer (T) apart; all three ride the same record area.
      * The bank leaves the loan account blank when the payer did
      * not quote one, so it is carried as characters.
       FD  LOCKBOX-FILE.
       01  lockbox-detail-record.
           05 lbx-record-type              PIC X(01).
               88 lbx-header-record                  VALUE "H".
               88 lbx-detail-record                  VALUE "D".
               88 lbx-trailer-record                 VALUE "T".
           05 lbx-remittance-id            PIC X(16).
           05 lbx-remit-date               PIC 9(08).
           05 lbx-loan-account             PIC X(08).
           05 lbx-payer-name               PIC X(30).
           05 lbx-amount                   PIC 9(10)V99.
       01  lockbox-header-record.
           05 FILLER                       PIC X(01).
           05 lbh-bank-id                  PIC X(10).
           05 lbh-file-date                PIC 9(08).
           05 lbh-file-number              PIC 9(06).
       01  lockbox-trailer-record.
           05 FILLER                       PIC X(01).
           05 lbt-item-count               PIC 9(07).
           05 lbt-total-amount             PIC 9(12)V99.

      * One remittance loaded to PAYMENTS: the bank and its
      * reference, the day it was loaded and off which file, and the
      * loan and amount it was posted as.
       FD  LOCKBOX-REGISTER-FILE.
       01  lockbox-register-record.
           05 lbr-remittance-key.
               10 lbr-bank-id              PIC X(10).
               10 lbr-remittance-id        PIC X(16).
           05 lbr-load-date                PIC 9(08).
           05 lbr-file-date                PIC 9(08).
           05 lbr-file-number              PIC 9(06).
           05 lbr-loan-account             PIC 9(08).
           05 lbr-amount                   PIC 9(10)V99.

      * One remittance held in suspense: the bank's detail record as
      * it came in, why it was held (ACT account not on the book and
      * no name to fall back on, NAM no loan under the payer's name,
      * AMT name found but no installment of that amount, AMB more
      * than one loan fits, DUP loaded on an earlier file, BAD
      * unreadable, ERR placed but PAYMENTS would not take it), how
      * many loans fitted, and the run date.
       FD  LOCKBOX-SUSPENSE-FILE.
       01  lockbox-suspense-record.
           05 lbs-item-image               PIC X(75).
           05 lbs-reason-code              PIC X(03).
           05 lbs-candidate-count          PIC 9(03).
           05 lbs-run-date                 PIC 9(08).

      * One hardship restructure: the loan and the day, its terms
      * before (type, rate, term, installment, principal owed) and
      * after (rate, term, installments left, installment, new
      * balance, the archive run it went out as), the installments
      * in arrears rolled up, how much was capitalized -- with or
      * without their interest -- and any arrears interest forgiven,
      * and who keyed and who signed it off.
       FD  RESTRUCTURE-FILE.
       01  restructure-record.
           05 rsx-loan-account             PIC 9(08).
           05 rsx-restructure-date         PIC 9(08).
           05 rsx-customer-name            PIC X(30).
           05 rsx-old-type                 PIC X(01).
           05 rsx-old-rate                 PIC 9(03)V9999.
           05 rsx-old-term-years           PIC 9(03).
           05 rsx-old-installment          PIC 9(10)V99.
           05 rsx-old-principal            PIC 9(10)V99.
           05 rsx-arrears-from             PIC 9(03).
           05 rsx-arrears-to               PIC 9(03).
           05 rsx-arrears-principal        PIC 9(10)V99.
           05 rsx-arrears-interest         PIC 9(10)V99.
           05 rsx-interest-capitalized     PIC X(01).
           05 rsx-amount-capitalized       PIC 9(10)V99.
           05 rsx-interest-forgiven        PIC 9(10)V99.
           05 rsx-new-rate                 PIC 9(03)V9999.
           05 rsx-new-term-years           PIC 9(03).
           05 rsx-new-installments         PIC 9(03).
           05 rsx-new-installment          PIC 9(10)V99.
           05 rsx-new-balance              PIC 9(10)V99.
           05 rsx-new-run-number           PIC 9(05).
           05 rsx-keyed-by                 PIC X(08).
           05 rsx-approved-by              PIC X(08).

      * One record per night run per business date: when it
      * started and ended, how it ended (S started and never
      * finished, C complete, A abandoned before changing
      * anything), how many times it has been started, and the
      * supervisor who forced the latest start. The record keyed
      * with business date zero and run name *DATE* holds the
      * shop's current business date.
       FD  RUN-CONTROL-FILE.
       01  run-control-record.
           05 rcf-run-key.
               10 rcf-business-date        PIC 9(08).
               10 rcf-run-name             PIC X(08).
           05 rcf-run-status               PIC X(01).
               88 rcf-run-started                    VALUE "S".
               88 rcf-run-complete                   VALUE "C".
               88 rcf-run-abandoned                  VALUE "A".
           05 rcf-start-stamp              PIC X(14).
           05 rcf-end-stamp                PIC X(14).
           05 rcf-start-count              PIC 9(03).
           05 rcf-forced-by                PIC X(08).
       01  run-control-date-record.
           05 FILLER                       PIC X(16).
           05 rcd-current-date             PIC 9(08).
           05 rcd-last-rolled-stamp        PIC X(14).
           05 rcd-last-rolled-from         PIC 9(08).
           05 FILLER                       PIC X(10).

      * One line of the night runs' log.
       FD  RUN-LOG-FILE.
       01  run-log-record.
           05 rlg-stamp                    PIC X(14).
           05 rlg-business-date            PIC 9(08).
           05 rlg-run-name                 PIC X(08).
           05 rlg-event                    PIC X(08).
           05 rlg-run-status               PIC X(01).
           05 rlg-operator-id              PIC X(08).
           05 rlg-message                  PIC X(50).

      * One cost-of-credit disclosure per loan, as issued: the loan
      * and product it was worked for and the archive run it was
      * worked off, the product charge taken at booking, the amount
      * financed, the finance charge, the total and number of
      * payments, the annual percentage rate, the first and final
      * payments, who issued it, and how often and when last it was
      * reprinted.
       FD  DISCLOSURE-FILE.
       01  disclosure-record.
           05 dsc-loan-account             PIC 9(08).
           05 dsc-customer-name            PIC X(30).
           05 dsc-issue-date               PIC 9(08).
           05 dsc-loan-type                PIC X(01).
           05 dsc-product-code             PIC X(08).
           05 dsc-run-number               PIC 9(05).
           05 dsc-loan-amount              PIC 9(10)V99.
           05 dsc-product-charge           PIC 9(10)V99.
           05 dsc-amount-financed          PIC 9(10)V99.
           05 dsc-finance-charge           PIC 9(10)V99.
           05 dsc-total-of-payments        PIC 9(10)V99.
           05 dsc-payment-count            PIC 9(03).
           05 dsc-annual-percentage-rate   PIC 9(04)V9999.
           05 dsc-note-rate                PIC 9(03)V9999.
           05 dsc-first-due-date           PIC 9(08).
           05 dsc-first-payment            PIC 9(10)V99.
           05 dsc-final-due-date           PIC 9(08).
           05 dsc-final-payment            PIC 9(10)V99.
           05 dsc-issued-by                PIC X(30).
           05 dsc-reprint-count            PIC 9(03).
           05 dsc-last-reprint-date        PIC 9(08).

      * One dated event being sorted for the cash-flow projection:
      * a loan's maturity (M), a type-D loan's balloon payment at
      * maturity (B), or a step-rate loan's rate reset (R), with the
      * final payment, or the rate it resets to.
       SD  PROJECTION-SORT-FILE.
       01  projection-sort-record.
           05 pjs-event-date               PIC 9(08).
           05 pjs-loan-account             PIC 9(08).
           05 pjs-event-type               PIC X(01).
           05 pjs-customer-name            PIC X(30).
           05 pjs-product-code             PIC X(08).
           05 pjs-loan-type                PIC X(01).
           05 pjs-amount                   PIC 9(10)V99.
           05 pjs-new-rate                 PIC S9(03)V9999.

      * The projection's events as the sort leaves them, in date
      * order.
       FD  SORTED-PROJECTION-FILE.
       01  sorted-projection-record.
           05 pjo-event-date               PIC 9(08).
           05 pjo-event-split REDEFINES pjo-event-date.
               10 pjo-event-month          PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 pjo-loan-account             PIC 9(08).
           05 pjo-event-type               PIC X(01).
           05 pjo-customer-name            PIC X(30).
           05 pjo-product-code             PIC X(08).
           05 pjo-loan-type                PIC X(01).
           05 pjo-amount                   PIC 9(10)V99.
           05 pjo-new-rate                 PIC S9(03)V9999.

      * One comma-separated line of the cash-flow projection.
       FD  PROJECTION-CSV-FILE.
       01  projection-csv-record           PIC X(132).

      * The receipt being sorted into loan account order. The
      * account rides as plain characters so a receipt written
           05 asr-total-principal          PIC 9(10)V9999.
           05 asr-total-interest           PIC 9(10)V9999.

      * One history line being sorted into loan account and date
      * order for the year-end run.
       SD  HISTORY-SORT-FILE.
       01  history-sort-record.
           05 hst-loan-account             PIC 9(08).
           05 hst-posting-date             PIC 9(08).
           05 hst-type                     PIC X(01).
           05 hst-amount                   PIC 9(10)V99.
           05 hst-principal                PIC 9(10)V99.
           05 hst-interest                 PIC 9(10)V99.
           05 hst-fees                     PIC 9(10)V99.

      * The history lines as the sort leaves them, grouped by loan
      * account, oldest first.
       FD  SORTED-HISTORY-FILE.
       01  sorted-history-record.
           05 hso-loan-account             PIC 9(08).
           05 hso-posting-date             PIC 9(08).
           05 hso-type                     PIC X(01).
           05 hso-amount                   PIC 9(10)V99.
           05 hso-principal                PIC 9(10)V99.
           05 hso-interest                 PIC 9(10)V99.
           05 hso-fees                     PIC 9(10)V99.

       WORKING-STORAGE SECTION.
      * This string variable contains the borrower's name, input at
      * the beginning of the program (or read from the batch file),
                   88 payoff-position-found          VALUE "Y".
               05 payoff-posted-through     PIC 9(03) VALUE 0.
               05 payoff-unapplied          PIC S9(10)V99 VALUE 0.
               05 z-payoff-unapplied        PIC -Z(10).99.
      *        Receipts taken back after they were applied, which the
      *        ledger holds as a negative unapplied balance.
               05 payoff-reversed-owed      PIC 9(10)V99 VALUE 0.
               05 z-payoff-reversed         PIC Z(10).99.
               05 z-payoff-balance          PIC Z(10).99.
               05 z-payoff-accrued          PIC Z(10).99.
               05 z-payoff-charge           PIC Z(10).99.
               05 z-payoff-total            PIC Z(10).99.
               05 z-payoff-charge-rate      PIC Z(03).99.
               05 z-payoff-days             PIC Z(04)9.
               05 payoff-late-charges       PIC 9(10)V99 VALUE 0.
               05 z-payoff-late             PIC Z(10).99.

      * These variables are use specifically for affordability mode:
      * the installment the customer says they can carry, and the
      * which drives paragraph-a/b/c/d from loan-request-file instead
      * of the interactive ACCEPT prompts.
           01 batch-variables.
               05 command-line-parameter       PIC X(40).
               05 batch-mode-switch            PIC X(01) VALUE "N".
                   88 batch-mode-active                 VALUE "Y".
               05 loan-request-eof-switch      PIC X(01) VALUE "N".
               05 edit-min-term                PIC 9(03).
               05 edit-max-term                PIC 9(03).
               05 z-product-rate               PIC Z(03).9999.
               05 edit-late-type               PIC X(01).
               05 edit-late-amount             PIC 9(07)V99.
               05 edit-late-rate               PIC 9(03)V9999.
               05 edit-late-grace              PIC 9(03).
               05 z-late-amount                PIC Z(07).99.
               05 edit-fee-type                PIC X(01).
               05 edit-fee-amount              PIC 9(07)V99.
               05 edit-fee-rate                PIC 9(03)V9999.

      * These variables support the posting run ("POST"), which
      * matches the payment receipts in payments-received-file to the
               05 z-posting-unapplied          PIC Z(10).99.
               05 z-posting-past-due           PIC Z(10).99.
               05 z-aging-amount               PIC Z(10).99.
               05 late-charge-count            PIC 9(05) VALUE 0.
               05 late-charge-total            PIC 9(12)V99 VALUE 0.
               05 late-collected-total         PIC 9(12)V99 VALUE 0.
               05 z-late-charge                PIC Z(10).99.

      * These variables support the permanent posting ledger: the
      * receipts-file high-water mark so receipts already applied by
               05 installment-open-amount      PIC S9(10)V99.
               05 cum-amount-applied           PIC 9(10)V99.
               05 cum-interest-applied         PIC 9(10)V99.
               05 prior-late-charge            PIC 9(10)V99.
               05 prior-late-charge-date       PIC 9(08).
               05 prior-late-charge-flag       PIC X(01).
               05 late-charge-assessed         PIC 9(10)V99.

      * These variables support the collections follow-up: the file
      * state, the letters and escalations counted for the run, and
               05 settle-action                PIC X(01).
               05 z-settle-quote               PIC Z(10).99.
               05 z-settle-receipt             PIC Z(10).99.
               05 settle-late-charges          PIC 9(10)V99 VALUE 0.
               05 z-settle-late                PIC Z(10).99.

      * These variables support the late-charge waiver (menu letter
      * 'w'): the installment picked off the loan's assessed
      * charges, the amount it takes off the loan's late-charge
      * receivable, and the scan that lists the charges.
           01 waiver-variables.
               05 waive-period                 PIC 9(03).
               05 waive-amount                 PIC 9(10)V99.
               05 waive-fee-balance            PIC 9(10)V99.
               05 waive-list-count             PIC 9(03).
               05 waive-scan-eof-switch        PIC X(01) VALUE "N".
                   88 waive-scan-eof                     VALUE "Y".
               05 z-waive-amount               PIC Z(10).99.

      * These variables support the payment reversal (menu letter
      * 'v' and the batch run "REVERSE"): the receipt being taken
      * back, the reason code it is taken back for, and how its
      * amount was unwound off the loan's ledger position and
      * installment rows, newest application first.
           01 reversal-variables.
               05 reversal-file-status         PIC X(02) VALUE "00".
               05 register-file-status         PIC X(02) VALUE "00".
               05 register-open-switch         PIC X(01) VALUE "N".
                   88 register-file-open                 VALUE "Y".
               05 reversal-eof-switch          PIC X(01) VALUE "N".
                   88 reversal-eof                       VALUE "Y".
               05 rev-scan-eof-switch          PIC X(01) VALUE "N".
                   88 rev-scan-eof                       VALUE "Y".
               05 rev-receipt-found-switch     PIC X(01) VALUE "N".
                   88 rev-receipt-found                  VALUE "Y".
      *        NSF returned unpaid by the bank, DUP keyed twice, MIS
      *        posted to the wrong loan, ERR keyed at the wrong
      *        amount. Spaces outside a reversal.
               05 reversal-reason-code         PIC X(03) VALUE SPACES.
                   88 valid-reversal-reason
                       VALUES "NSF" "DUP" "MIS" "ERR".
      *        The reason the next audit entry carries: the reversal
      *        reason on a reversal, INT or PRI on a restructure, ISS
      *        or RPT on a disclosure. Spaces otherwise.
               05 audit-reason                 PIC X(03) VALUE SPACES.
               05 rev-reversal-operator        PIC X(08).
               05 rev-receipt-number           PIC 9(07).
               05 rev-receipt-ordinal          PIC 9(07).
               05 rev-receipt-account          PIC 9(08).
               05 rev-payment-date             PIC 9(08).
               05 rev-amount                   PIC 9(10)V99.
               05 rev-reject-reason            PIC X(30).
               05 rev-remaining                PIC 9(10)V99.
               05 rev-take                     PIC 9(10)V99.
               05 rev-period                   PIC 9(03).
               05 rev-high-period              PIC 9(03).
               05 rev-low-unpaid               PIC 9(03).
               05 rev-new-applied              PIC 9(10)V99.
               05 rev-new-interest             PIC 9(10)V99.
               05 rev-fees-assessed            PIC 9(10)V99.
               05 rev-fees-collected           PIC S9(10)V99.
               05 rev-pos-unapplied            PIC S9(10)V99.
               05 rev-pos-fee-balance          PIC 9(10)V99.
               05 rev-pos-paid-through         PIC 9(03).
               05 rev-principal                PIC 9(10)V99.
               05 rev-interest                 PIC 9(10)V99.
               05 rev-fees                     PIC 9(10)V99.
               05 rev-unapplied                PIC 9(10)V99.
               05 rev-past-due                 PIC 9(10)V99.
               05 rev-past-90                  PIC 9(10)V99.
               05 rev-row-short                PIC 9(10)V99.
               05 rev-days-overdue             PIC S9(05).
               05 rev-today                    PIC 9(08).
               05 rev-list-count               PIC 9(05).
               05 rev-confirm                  PIC X(01).
               05 rev-read-count               PIC 9(05) VALUE 0.
               05 rev-done-count               PIC 9(05) VALUE 0.
               05 rev-rejected-count           PIC 9(05) VALUE 0.
               05 rev-done-total               PIC 9(12)V99 VALUE 0.
               05 z-rev-amount                 PIC Z(10).99.
               05 z-rev-total                  PIC Z(12).99.

      * These variables support the dated transaction history: the
      * file's open state, and the loan's principal applied to date
      * and closing figures a settlement or write-off records.
           01 history-variables.
               05 tranhist-status              PIC X(02) VALUE "00".
               05 tranhist-open-switch         PIC X(01) VALUE "N".
                   88 tranhist-file-open                 VALUE "Y".
               05 hist-scan-eof-switch         PIC X(01) VALUE "N".
                   88 hist-scan-eof                      VALUE "Y".
               05 hist-principal-to-date       PIC 9(10)V99.
               05 hist-closure-fees            PIC 9(10)V99.
               05 hist-balance                 PIC S9(10)V99.

      * These variables support the borrower name-and-address
      * master: the file's open state, the maintenance screen's
      * scratch fields, the address as it stood before an edit (so
      * a change of address can be told apart and audited), and the
      * notices held back for want of an address.
           01 borrower-variables.
               05 borrower-file-status         PIC X(02) VALUE "00".
               05 borrower-open-switch         PIC X(01) VALUE "N".
                   88 borrower-file-open                 VALUE "Y".
               05 borrower-eof-switch          PIC X(01) VALUE "N".
                   88 borrower-eof                       VALUE "Y".
               05 borrower-action              PIC X(01).
               05 borrower-entry               PIC X(40).
               05 highest-borrower-number      PIC 9(08).
               05 edit-borrower-number         PIC 9(08).
               05 link-loan-account            PIC 9(08).
               05 brw-match-count              PIC 9(03).
               05 brw-match-number             PIC 9(08).
               05 brw-list-count               PIC 9(05).
               05 brw-link-count               PIC 9(05).
               05 brw-audit-text               PIC X(30).
               05 brw-audit-reason             PIC X(03).
               05 prior-address-line-1         PIC X(40).
               05 prior-address-line-2         PIC X(40).
               05 prior-city                   PIC X(30).
               05 prior-province               PIC X(20).
               05 prior-postal-code            PIC X(10).
               05 prior-phone                  PIC X(15).
               05 prior-email                  PIC X(40).
               05 prior-contact-method         PIC X(01).
               05 mailing-found-switch         PIC X(01) VALUE "N".
                   88 mailing-address-found              VALUE "Y".
               05 mailing-exception-reason     PIC X(24).
               05 notice-exc-status            PIC X(02) VALUE "00".
               05 notice-exc-open-switch       PIC X(01) VALUE "N".
                   88 notice-exc-file-open               VALUE "Y".
               05 notice-exc-eof-switch        PIC X(01) VALUE "N".
                   88 notice-exc-eof                     VALUE "Y".
               05 notice-exc-type              PIC X(08).
               05 notice-exc-amount            PIC 9(10)V99.
               05 notice-exc-count             PIC 9(05) VALUE 0.
               05 z-nxc-amount                 PIC Z(10).99.

      * These variables support the bank remittance import
      * ("LOCKBOX"): the file's header and the bank's control
      * totals, the totals the run counts for itself, the matching
      * of each remittance to a loan, and the run's control figures.
           01 lockbox-variables.
               05 lockbox-file-status          PIC X(02) VALUE "00".
               05 lbx-register-status          PIC X(02) VALUE "00".
               05 lbx-register-open-switch     PIC X(01) VALUE "N".
                   88 lbx-register-open                  VALUE "Y".
               05 lbx-suspense-status          PIC X(02) VALUE "00".
               05 lockbox-eof-switch           PIC X(01) VALUE "N".
                   88 lockbox-eof                        VALUE "Y".
               05 lbx-header-seen-switch       PIC X(01) VALUE "N".
                   88 lbx-header-seen                    VALUE "Y".
               05 lbx-trailer-seen-switch      PIC X(01) VALUE "N".
                   88 lbx-trailer-seen                   VALUE "Y".
               05 lbx-file-bad-switch          PIC X(01) VALUE "N".
                   88 lbx-file-bad                       VALUE "Y".
               05 lbx-file-problem             PIC X(50).
               05 lbx-bank-id                  PIC X(10).
               05 lbx-file-date                PIC 9(08).
               05 lbx-file-number              PIC 9(06).
               05 lbx-expected-count           PIC 9(07).
               05 lbx-expected-total           PIC 9(12)V99.
               05 lbx-item-count               PIC 9(07).
               05 lbx-item-total               PIC 9(12)V99.
               05 lbx-run-date                 PIC 9(08).
               05 lbx-reason                   PIC X(03).
               05 lbx-matched-account          PIC 9(08).
               05 lbx-matched-name             PIC X(30).
               05 lbx-name-count               PIC 9(03).
               05 lbx-amount-count             PIC 9(03).
               05 lbx-search-name              PIC X(30).
               05 lbx-expected-emi             PIC 9(10)V99.
               05 lbx-name-eof-switch          PIC X(01) VALUE "N".
                   88 lbx-name-eof                       VALUE "Y".
               05 lbx-loaded-count             PIC 9(07) VALUE 0.
               05 lbx-loaded-total             PIC 9(12)V99 VALUE 0.
               05 lbx-by-account-count         PIC 9(07) VALUE 0.
               05 lbx-by-name-count            PIC 9(07) VALUE 0.
               05 lbx-suspense-count           PIC 9(07) VALUE 0.
               05 lbx-suspense-total           PIC 9(12)V99 VALUE 0.
               05 lbx-dup-count                PIC 9(07) VALUE 0.
               05 lbx-ambiguous-count          PIC 9(07) VALUE 0.
               05 lbx-unmatched-count          PIC 9(07) VALUE 0.
               05 lbx-bad-count                PIC 9(07) VALUE 0.
               05 z-lbx-amount                 PIC Z(10).99.
               05 z-lbx-total                  PIC Z(12).99.

      * These variables support the hardship restructure (menu
      * letter 'h') and the restructured-loans report ("RESTRUCT"):
      * the posted position the arrears are worked out from, the
      * terms keyed for the workout, and the report's totals.
           01 restructure-variables.
               05 restruc-status               PIC X(02) VALUE "00".
               05 restruc-eof-switch           PIC X(01) VALUE "N".
                   88 restruc-eof                        VALUE "Y".
               05 rst-scan-eof-switch          PIC X(01) VALUE "N".
                   88 rst-scan-eof                       VALUE "Y".
               05 rst-interest-switch          PIC X(01) VALUE "N".
                   88 rst-capitalize-interest            VALUE "Y".
               05 rst-today                    PIC 9(08).
               05 rst-paid-through             PIC 9(03).
               05 rst-last-due-period          PIC 9(03).
               05 rst-period                   PIC 9(03).
               05 rst-old-run                  PIC 9(05).
               05 rst-old-installment          PIC 9(10)V99.
               05 rst-balance-after            PIC 9(10)V99.
               05 rst-arrears-principal        PIC S9(10)V99.
               05 rst-arrears-interest         PIC S9(10)V99.
               05 rst-row-principal-paid       PIC 9(10)V99.
               05 rst-row-interest-paid        PIC 9(10)V99.
               05 rst-outstanding              PIC 9(10)V99.
               05 rst-new-balance              PIC 9(10)V99.
               05 rst-capitalized              PIC 9(10)V99.
               05 rst-forgiven                 PIC 9(10)V99.
               05 rst-old-rate                 PIC 9(03)V9999.
               05 rst-new-rate                 PIC 9(03)V9999.
               05 rst-new-term-years           PIC 9(03).
               05 rst-new-months               PIC 9(03).
               05 rst-monthly-rate             PIC 9(03)V99999999999.
               05 rst-new-installment          PIC 9(10)V99.
               05 rst-confirm                  PIC X(01).
               05 rst-report-date              PIC 9(08).
               05 rst-report-count             PIC 9(05) VALUE 0.
               05 rst-report-capitalized       PIC 9(12)V99 VALUE 0.
               05 rst-report-forgiven          PIC 9(12)V99 VALUE 0.
               05 z-rst-amount                 PIC Z(10).99.
               05 z-rst-rate                   PIC Z(03).9999.
               05 z-rst-total                  PIC Z(12).99.

      * These variables support the night runs' sequence control:
      * the business date off RUNCTL, the run being started, the
      * supervisor forcing it ("POST FORCE <id>"), and how it ended.
           01 run-sequence-variables.
               05 run-control-status           PIC X(02) VALUE "00".
               05 run-log-status               PIC X(02) VALUE "00".
               05 run-control-open-switch      PIC X(01) VALUE "N".
                   88 run-control-open                   VALUE "Y".
               05 business-date                PIC 9(08) VALUE 0.
               05 rctl-run-name                PIC X(08).
               05 rctl-check-name              PIC X(08).
               05 rctl-word-1                  PIC X(20).
               05 rctl-word-2                  PIC X(20).
               05 rctl-word-3                  PIC X(20).
               05 rctl-force-id                PIC X(08) VALUE SPACES.
               05 rctl-forced-by               PIC X(08).
               05 rctl-force-switch            PIC X(01) VALUE "N".
                   88 rctl-force-requested               VALUE "Y".
               05 rctl-cleared-switch          PIC X(01) VALUE "N".
                   88 rctl-run-cleared                   VALUE "Y".
               05 rctl-gl-closed-switch        PIC X(01) VALUE "N".
                   88 rctl-gl-closed                     VALUE "Y".
               05 rctl-abandoned-switch        PIC X(01) VALUE "N".
                   88 rctl-run-abandoned                 VALUE "Y".
               05 rctl-needs-force-switch      PIC X(01) VALUE "N".
                   88 rctl-needs-force                   VALUE "Y".
               05 rctl-refusal                 PIC X(50).
               05 rctl-force-reason            PIC X(50).
               05 rctl-log-event               PIC X(08).
               05 rctl-log-status              PIC X(01).
               05 rctl-log-message             PIC X(50).
               05 rctl-stamp                   PIC X(14).
               05 rctl-day-number              PIC 9(07).
               05 rctl-weekday                 PIC 9(01).
               05 rctl-next-date               PIC 9(08).

      * These variables support the cost-of-credit disclosure issued
      * at origination and reprinted from DISCLOSE (menu letter 't'):
      * the product's origination charge, the figures worked off the
      * loan's archived schedule, and the monthly rate the annual
      * percentage rate is solved from by halving the interval.
           01 disclosure-variables.
               05 disclosure-file-status       PIC X(02) VALUE "00".
               05 disclosure-open-switch       PIC X(01) VALUE "N".
                   88 disclosure-file-open               VALUE "Y".
               05 disclosure-due-switch        PIC X(01) VALUE "N".
                   88 disclosure-due                     VALUE "Y".
               05 disclosure-reprint-switch    PIC X(01) VALUE "N".
                   88 reprinting-disclosure              VALUE "Y".
               05 dsx-scan-eof-switch          PIC X(01) VALUE "N".
                   88 dsx-scan-eof                       VALUE "Y".
               05 dsx-product-charge           PIC 9(10)V99.
               05 dsx-amount-financed          PIC 9(10)V99.
               05 dsx-finance-charge           PIC 9(10)V99.
               05 dsx-total-of-payments        PIC 9(10)V99.
               05 dsx-payment-count            PIC 9(03).
               05 dsx-last-period              PIC 9(03).
               05 dsx-first-due-date           PIC 9(08).
               05 dsx-first-payment            PIC 9(10)V99.
               05 dsx-final-due-date           PIC 9(08).
               05 dsx-final-payment            PIC 9(10)V99.
               05 dsx-period                   PIC 9(03).
               05 dsx-iteration                PIC 9(03).
               05 dsx-rate-low                 PIC 9(01)V9(12).
               05 dsx-rate-high                PIC 9(01)V9(12).
               05 dsx-rate-try                 PIC 9(01)V9(12).
               05 dsx-period-factor            PIC 9(01)V9(15).
               05 dsx-discount-factor          PIC 9(01)V9(15).
               05 dsx-present-value            PIC 9(12)V9(06).
               05 dsx-apr                      PIC 9(04)V9999.
               05 z-dsx-amount                 PIC Z(10).99.
               05 z-dsx-rate                   PIC Z(04).9999.

      * These variables support the cross-file integrity run
      * ("VERIFY", or "VERIFY nn" to allow pending changes nn days
      * before they are listed): the date it checks as of, the loan
      * being worked through the ledger, the breaks counted under
      * each check, and the completion status handed back.
           01 verify-variables.
               05 vfy-as-of-date               PIC 9(08).
               05 vfy-pending-days             PIC 9(02) VALUE 7.
               05 vfy-pending-age              PIC S9(07).
               05 vfy-last-posting-date        PIC 9(08) VALUE 0.
               05 vfy-scan-eof-switch          PIC X(01) VALUE "N".
                   88 vfy-scan-eof                       VALUE "Y".
               05 vfy-incomplete-switch        PIC X(01) VALUE "N".
                   88 vfy-check-incomplete               VALUE "Y".
               05 vfy-ledger-loan-state        PIC X(01) VALUE "O".
                   88 vfy-ledger-loan-open               VALUE "O".
                   88 vfy-ledger-loan-closed             VALUE "C".
                   88 vfy-ledger-loan-missing            VALUE "M".
               05 vfy-ledger-account           PIC 9(08).
               05 vfy-beyond-rows              PIC 9(05).
               05 vfy-first-beyond             PIC 9(03).
               05 vfy-newest-run               PIC 9(05).
               05 vfy-newest-last-period       PIC 9(03).
               05 vfy-check-label              PIC X(18).
               05 vfy-reference                PIC X(08).
               05 vfy-detail                   PIC X(80).
               05 vfy-loans-checked            PIC 9(07) VALUE 0.
               05 vfy-no-archive-count         PIC 9(07) VALUE 0.
               05 vfy-no-position-count        PIC 9(07) VALUE 0.
               05 vfy-ledger-beyond-count      PIC 9(07) VALUE 0.
               05 vfy-checkpoint-count         PIC 9(07) VALUE 0.
               05 vfy-collections-count        PIC 9(07) VALUE 0.
               05 vfy-pending-count            PIC 9(07) VALUE 0.
               05 vfy-audit-count              PIC 9(07) VALUE 0.
               05 vfy-exception-total          PIC 9(07) VALUE 0.
               05 vfy-return-code              PIC 9(02) VALUE 0.
               05 z-vfy-count                  PIC Z(06)9.

      * One slot per installment period of the schedule being
      * disclosed, holding the payment that falls due in it (zero
      * for a grace period), so the rate can be tried against the
      * whole schedule without re-reading the archive each time.
           01 disclosure-payment-table.
               05 dsx-payment-entry OCCURS 999 TIMES.
                   10 dsx-payment-amount       PIC 9(10)V99.

      * These variables support the cash-flow projection
      * ("PROJECT"): the horizon in calendar months, the loan being
      * projected, and the run's totals. Month keys are held as
      * yyyymm and counted as year * 12 + month to step between
      * them.
           01 projection-variables.
               05 proj-run-date                PIC 9(08).
               05 proj-run-split REDEFINES proj-run-date.
                   10 proj-run-month           PIC 9(06).
                   10 FILLER                   PIC 9(02).
               05 proj-horizon                 PIC 9(02) VALUE 12.
               05 proj-max-horizon             PIC 9(02) VALUE 60.
               05 proj-start-index             PIC 9(06).
               05 proj-month-index             PIC 9(06).
               05 proj-slot                    PIC 9(02).
               05 proj-product-slot            PIC 9(02).
               05 proj-product-used            PIC 9(02) VALUE 0.
               05 sorted-projection-status     PIC X(02) VALUE "00".
               05 projection-csv-status        PIC X(02) VALUE "00".
               05 proj-csv-switch              PIC X(01) VALUE "N".
                   88 proj-csv-open                      VALUE "Y".
               05 proj-master-eof-switch       PIC X(01) VALUE "N".
                   88 proj-master-eof                    VALUE "Y".
               05 proj-sched-eof-switch        PIC X(01) VALUE "N".
                   88 proj-sched-eof                     VALUE "Y".
               05 proj-sorted-eof-switch       PIC X(01) VALUE "N".
                   88 proj-sorted-eof                    VALUE "Y".
               05 proj-paid-through            PIC 9(03).
               05 proj-row-principal           PIC 9(10)V99.
               05 proj-row-interest            PIC 9(10)V99.
               05 proj-loan-principal          PIC 9(12)V99.
               05 proj-loan-interest           PIC 9(12)V99.
               05 proj-slot-work               PIC S9(06).
               05 proj-last-due-date           PIC 9(08).
               05 proj-last-payment            PIC 9(10)V99.
               05 proj-reset-period            PIC 9(05).
               05 proj-reset-count             PIC 9(03).
               05 proj-loan-count              PIC 9(05) VALUE 0.
               05 proj-undated-count           PIC 9(05) VALUE 0.
               05 proj-maturity-count          PIC 9(05) VALUE 0.
               05 proj-balloon-count           PIC 9(05) VALUE 0.
               05 proj-resets-count            PIC 9(05) VALUE 0.
               05 proj-arrears-principal       PIC 9(12)V99 VALUE 0.
               05 proj-arrears-interest        PIC 9(12)V99 VALUE 0.
               05 proj-total-principal         PIC 9(12)V99 VALUE 0.
               05 proj-total-interest          PIC 9(12)V99 VALUE 0.
               05 proj-beyond-principal        PIC 9(12)V99 VALUE 0.
               05 proj-beyond-interest         PIC 9(12)V99 VALUE 0.
               05 proj-line-total              PIC 9(12)V99.
               05 proj-event-label             PIC X(08).
               05 proj-csv-month               PIC X(07).
               05 proj-csv-code                PIC X(08).
               05 z-proj-principal             PIC Z(11)9.99.
               05 z-proj-interest              PIC Z(11)9.99.
               05 z-proj-total                 PIC Z(11)9.99.
               05 z-proj-amount                PIC Z(09)9.99.
               05 z-proj-rate                  PIC -ZZ9.9999.
               05 z-proj-count                 PIC Z(04)9.

      * One slot per calendar month of the projection horizon.
           01 projection-month-table.
               05 proj-month-entry OCCURS 60 TIMES.
                   10 proj-month-key           PIC 9(06).
                   10 proj-month-principal     PIC 9(12)V99.
                   10 proj-month-interest      PIC 9(12)V99.
                   10 proj-month-maturities    PIC 9(05).

      * One slot per product code on the projected book; the last
      * slot takes every code past the table's room as *OTHER*.
           01 projection-product-table.
               05 proj-product-entry OCCURS 30 TIMES.
                   10 proj-product-code        PIC X(08).
                   10 proj-product-loans       PIC 9(05).
                   10 proj-product-principal   PIC 9(12)V99.
                   10 proj-product-interest    PIC 9(12)V99.

      * These variables support the year-end statement run
      * ("YEAREND"): the tax year reported on, each loan's movements
      * inside it and after it, the balances worked back from the
      * ledger, and the control totals finance ties to the GL feed.
           01 yearend-variables.
               05 sorted-history-status        PIC X(02) VALUE "00".
               05 ye-history-bad-switch        PIC X(01) VALUE "N".
                   88 ye-history-bad                     VALUE "Y".
               05 sorted-history-eof-switch    PIC X(01) VALUE "N".
                   88 sorted-history-eof                 VALUE "Y".
               05 ye-master-eof-switch         PIC X(01) VALUE "N".
                   88 ye-master-eof                      VALUE "Y".
               05 ye-tax-year                  PIC 9(04).
               05 ye-run-date                  PIC 9(08).
               05 ye-year-start                PIC 9(08).
               05 ye-year-end                  PIC 9(08).
               05 ye-year-activity-switch      PIC X(01) VALUE "N".
                   88 ye-year-activity                   VALUE "Y".
               05 ye-later-activity-switch     PIC X(01) VALUE "N".
                   88 ye-later-activity                  VALUE "Y".
               05 ye-closed-in-year            PIC X(01).
               05 ye-closed-date               PIC 9(08).
               05 ye-principal                 PIC S9(10)V99.
               05 ye-interest                  PIC S9(10)V99.
               05 ye-installment-interest      PIC S9(10)V99.
               05 ye-settlement-interest       PIC S9(10)V99.
               05 ye-fees                      PIC S9(10)V99.
               05 ye-written-off               PIC S9(10)V99.
               05 ye-later-principal           PIC S9(10)V99.
               05 ye-capitalized               PIC S9(10)V99.
               05 ye-opening-balance           PIC S9(10)V99.
               05 ye-closing-balance           PIC S9(10)V99.
               05 ye-statement-count           PIC 9(05) VALUE 0.
               05 ye-orphan-count              PIC 9(05) VALUE 0.
               05 ye-total-principal           PIC S9(12)V99 VALUE 0.
               05 ye-total-interest            PIC S9(12)V99 VALUE 0.
               05 ye-total-inst-interest       PIC S9(12)V99 VALUE 0.
               05 ye-total-settle-interest     PIC S9(12)V99 VALUE 0.
               05 ye-total-fees                PIC S9(12)V99 VALUE 0.
               05 z-ye-amount                  PIC -Z(10).99.
               05 z-ye-total                   PIC -Z(12).99.

      * These variables support the read-only loan status inquiry
      * (menu letter 'i'): the gathered schedule position, ledger
               05 inq-paid-through             PIC 9(03).
               05 inq-unapplied                PIC S9(10)V99.
               05 inq-posted-date              PIC 9(08).
               05 inq-fee-balance              PIC 9(10)V99.
               05 inq-position-switch          PIC X(01) VALUE "N".
                   88 inq-position-found                 VALUE "Y".
               05 inq-audit-count              PIC 9(01).
                                                VALUE "12100000".
               05 gl-interest-income           PIC X(08)
                                                VALUE "41000000".
               05 gl-late-charge-receivable    PIC X(08)
                                                VALUE "12200000".
               05 gl-fee-income                PIC X(08)
                                                VALUE "42000000".

      * The loan currently being posted: its pool of receipts still
      * unapplied and the per-status counts that feed its
               05 posting-past-due             PIC 9(10)V99.
               05 posting-past-90              PIC 9(10)V99.
               05 posting-paid-through         PIC 9(03).
      *        The late charges the loan still owes, what this run
      *        collected of them, and its product's late-charge rule.
               05 posting-fee-balance          PIC 9(10)V99.
               05 posting-day-fee-paid         PIC 9(10)V99.
               05 posting-late-type            PIC X(01).
               05 posting-late-amount          PIC 9(07)V99.
               05 posting-late-rate            PIC 9(03)V9999.
               05 posting-late-grace           PIC 9(03).


      * These variables support the end-of-day run ("EOD"), which

      * One slot per loan type seen on today's audit entries.
           01 eod-type-table.
               05 eod-type-entry OCCURS 20 TIMES.
                   10 eod-type-code            PIC X(01).
                   10 eod-type-count           PIC 9(05).
                   10 eod-type-amount          PIC 9(12)V99.
               05 bill-installment-count       PIC 9(05) VALUE 0.
               05 bill-total-amount            PIC 9(12)V99 VALUE 0.
               05 bill-loan-total              PIC 9(10)V99.
               05 bill-late-charges            PIC 9(10)V99.
               05 bill-late-total              PIC 9(12)V99 VALUE 0.
               05 z-bill-late                  PIC Z(10).99.
               05 z-bill-principal             PIC Z(10).99.
               05 z-bill-interest              PIC Z(10).99.
               05 z-bill-emi                   PIC Z(10).99.
           ACCEPT command-line-parameter FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(command-line-parameter)
      -    TO command-line-parameter
           PERFORM split-force-request
           PERFORM open-schedule-archive
           PERFORM open-customer-master
           PERFORM open-checkpoint-file
           PERFORM open-loan-ledger
           PERFORM open-collections-file
           PERFORM open-pending-file
           PERFORM open-reversal-register
           PERFORM open-transaction-history
           PERFORM open-borrower-file
           PERFORM open-lockbox-register
           PERFORM open-run-control
           PERFORM open-disclosure-file

      * Each of the night runs below is cleared against the shop's
      * business date on RUNCTL before it starts -- the runs it
      * depends on done, and not already run for the day unless a
      * supervisor forces it ("POST FORCE <id>") -- and its end is
      * recorded there, so a run after midnight or a missed step
      * cannot post, bill or journal against the wrong day.
           IF command-line-parameter = "BATCH"
               SET batch-mode-active TO TRUE
               MOVE "BATCH" TO operator-name
               MOVE "BATCH" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM batch-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * balance their receipts.
           IF command-line-parameter = "POST"
               MOVE "POSTING" TO operator-name
               MOVE "POST" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM posting-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * schedule archive, with no ACCEPT prompts, so it can run
      * unattended after close of business.
           IF command-line-parameter = "EOD"
               MOVE "EOD" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM eod-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * month, with no ACCEPT prompts, so it can run unattended at
      * month end ahead of the mail room.
           IF command-line-parameter = "BILL"
               MOVE "BILL" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM billing-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * archive run onto the offline history file, so the daily
      * runs only ever wade through live schedules.
           IF command-line-parameter = "PURGE"
               MOVE "PURGE" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM purge-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * whole book in one run instead of loan-by-loan re-keying.
           IF command-line-parameter = "REPRICE"
               MOVE "REPRICE" TO operator-name
               MOVE "REPRICE" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM reprice-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * ACCEPT prompts, so it can run unattended after the posting
      * run has closed.
           IF command-line-parameter = "GL"
               MOVE "GL" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM gl-extract-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.

      * A command-line parameter of "ROLL" closes the business day
      * once its EOD has completed, moving the shop's business date
      * on to the next weekday.
           IF command-line-parameter = "ROLL"
               MOVE "ROLL" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM roll-business-date
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.

      * A command-line parameter of "REVERSE" takes back every
      * receipt on the branches' reversal file, with no ACCEPT
      * prompts, so a day's returned cheques come off the ledger in
      * one run instead of one at a time at the terminal. It is
      * cleared against RUNCTL like POST, since GL journals what it
      * takes back.
           IF command-line-parameter = "REVERSE"
               MOVE "REVERSE" TO rctl-run-name
               PERFORM begin-controlled-run
               IF rctl-run-cleared
                   PERFORM reversal-mode
                   PERFORM end-controlled-run
               END-IF
               PERFORM close-all-files
               STOP RUN
           END-IF.

      * A command-line parameter of "YEAREND" prints the year-end
      * interest statements, one per borrower per loan, for the
      * calendar year just ended -- or for the year keyed after it
      * ("YEAREND 2024") when an earlier one must be reprinted --
      * with no ACCEPT prompts, so it can run unattended in January.
           IF command-line-parameter(1:7) = "YEAREND"
           AND command-line-parameter(8:1) = SPACE
               PERFORM yearend-mode
               PERFORM close-all-files
               STOP RUN
           END-IF.

      * A command-line parameter of "LOCKBOX" imports the bank's
      * remittance file onto PAYMENTS ready for the posting run,
      * with no ACCEPT prompts, so the day's bank transfers are
      * never re-keyed by hand.
           IF command-line-parameter = "LOCKBOX"
               MOVE "LOCKBOX" TO operator-name
               PERFORM lockbox-mode
               PERFORM close-all-files
               STOP RUN
           END-IF.

      * A command-line parameter of "PROJECT" (or "PROJECT nn" for
      * an nn-month horizon) projects the book's expected cash flow
      * by calendar month, with no ACCEPT prompts.
           IF command-line-parameter(1:7) = "PROJECT"
           AND command-line-parameter(8:1) = SPACE
               PERFORM projection-mode
               PERFORM close-all-files
               STOP RUN
           END-IF.

      * A command-line parameter of "VERIFY" (or "VERIFY nn" to
      * allow pending changes nn days) checks the files against each
      * other across the whole book, with no ACCEPT prompts, and
      * hands back a non-zero completion status when they have
      * drifted apart, so the scheduler can hold the runs after it.
           IF command-line-parameter(1:6) = "VERIFY"
           AND command-line-parameter(7:1) = SPACE
               PERFORM verify-mode
               PERFORM close-all-files
               MOVE vfy-return-code TO RETURN-CODE
               STOP RUN
           END-IF.

      * A command-line parameter of "RESTRUCT" prints the
      * restructured-loans report off the RESTRUC register, with no
      * ACCEPT prompts.
           IF command-line-parameter = "RESTRUCT"
               PERFORM restructure-report-mode
               PERFORM close-all-files
               STOP RUN
           END-IF.
      * record, not whatever was keyed at the prompt.
           PERFORM operator-sign-on

      * Terminal work is dated by the shop's business date, as the
      * night runs are, so what is done after midnight or over a
      * weekend still lands in the day GL and EOD pick up.
           IF run-control-open
               PERFORM read-business-date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO business-date
           END-IF

      * Ask username
           DISPLAY "Input username: " WITH NO ADVANCING
           ACCEPT customer-name
      *    reject file exists to preserve, while still reporting
      *    them as rejected.
           IF reject-file-status NOT = "00"
               SET rctl-run-abandoned TO TRUE
               DISPLAY "Batch run abandoned: LOANREJ could not be "
      -                "opened (status " reject-file-status ")"
               CLOSE LOAN-REQUEST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE business-date
                                   TO current-date-ymd
                               IF prod-effective-date
                                   <= current-date-ymd
      * paid/partial/missed, and finishes with a portfolio
      * delinquency/aging report.
       posting-mode.
           MOVE business-date TO posting-as-of-date
      *    A posting run that cannot record what it applies would
      *    regrade (and re-consume) everything again tomorrow, so it
      *    is abandoned outright without its ledger.
           IF NOT ledger-file-open
               SET rctl-run-abandoned TO TRUE
               DISPLAY "Posting run abandoned: the LOANLEDG posting "
      -                "ledger is unavailable."
           ELSE
               INPUT PROCEDURE IS select-new-receipts
               GIVING SORTED-PAYMENTS-FILE
           IF payments-file-bad
               SET rctl-run-abandoned TO TRUE
               DISPLAY "Posting run abandoned: PAYMENTS file could "
      -                "not be opened (status " payments-file-status
      -                ")"
               END-IF
               EVALUATE TRUE
                   WHEN NOT archive-file-open
                       SET rctl-run-abandoned TO TRUE
                       DISPLAY "Posting run abandoned: the SCHEDARC "
      -                        "schedule archive is unavailable."
                   WHEN OTHER
      *                grading and before the control record moves.
                       OPEN INPUT SORTED-PAYMENTS-FILE
                       IF sorted-payments-status NOT = "00"
                           SET rctl-run-abandoned TO TRUE
                           DISPLAY "Posting run abandoned: the "
      -                            "sorted receipts work file could "
      -                            "not be read back (status "
      * the opened sorted receipts, then closes the run with its
      * reports and the refreshed ledger control record.
       grade-posting-book.
           PERFORM open-notice-exceptions
           PERFORM design
           DISPLAY "POSTING REGISTER"
           PERFORM design
           CLOSE SORTED-PAYMENTS-FILE
           PERFORM print-aging-summary
           PERFORM print-escalation-list
           PERFORM print-notice-exceptions
           PERFORM write-ledger-control
           EXIT.

           MOVE 0 TO posting-past-due
           MOVE 0 TO posting-past-90
           MOVE 0 TO posting-paid-through
           MOVE 0 TO posting-fee-balance
           MOVE 0 TO posting-day-fee-paid
           PERFORM seed-loan-from-ledger
           PERFORM load-late-charge-rule
           PERFORM gather-loan-receipts
           MOVE master-loan-account TO arch-search-account
           PERFORM find-highest-archive-run
           IF archive-high-run > 0
               PERFORM grade-loan-archive-rows
           END-IF
           PERFORM collect-late-charges
           PERFORM print-loan-delinquency-line
           IF collections-file-open
               PERFORM chase-one-borrower
           EXIT.


      * Reads the late-charge rule off the loan's product. A loan
      * with no product, a product no longer on the table, or a rate
      * table that never opened carries no rule and is never charged.
       load-late-charge-rule.
           MOVE SPACE TO posting-late-type
           MOVE 0 TO posting-late-amount
           MOVE 0 TO posting-late-rate
           MOVE 0 TO posting-late-grace
           IF product-file-open
           AND master-product-code NOT = SPACES
               MOVE master-product-code TO prod-product-code
               READ LOAN-PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF prod-late-charge-flat
                       OR prod-late-charge-percent
                           MOVE prod-late-charge-type
                               TO posting-late-type
                           MOVE prod-late-charge-amount
                               TO posting-late-amount
                           MOVE prod-late-charge-rate
                               TO posting-late-rate
                           MOVE prod-late-grace-days
                               TO posting-late-grace
                       END-IF
               END-READ
           END-IF
           EXIT.


      * Collects the late charges the loan owes out of whatever the
      * pool still holds once every due installment has drawn on
      * it: the installments come first, so a late charge can never
      * leave an installment short and breed another one.
       collect-late-charges.
           IF posting-fee-balance > 0
           AND posting-unapplied > 0
               IF posting-unapplied >= posting-fee-balance
                   MOVE posting-fee-balance TO posting-day-fee-paid
               ELSE
                   MOVE posting-unapplied TO posting-day-fee-paid
               END-IF
               SUBTRACT posting-day-fee-paid FROM posting-unapplied
               SUBTRACT posting-day-fee-paid FROM posting-fee-balance
               ADD posting-day-fee-paid TO late-collected-total
               MOVE posting-day-fee-paid TO z-late-charge
               DISPLAY master-customer-name " "
                   master-loan-account " late charges collected "
                   peso-symbol z-late-charge
               PERFORM init-transaction-history
               MOVE master-loan-account TO txn-loan-account
               MOVE posting-as-of-date TO txn-posting-date
               MOVE "F" TO txn-type
               MOVE posting-day-fee-paid TO txn-amount
               MOVE posting-day-fee-paid TO txn-fees
               PERFORM write-transaction-history
           END-IF
           EXIT.


      * Merges the sorted receipts up to the loan being posted:
      * receipts for accounts below it have no open loan (they are
      * handled as orphans), and receipts for its own account top


      * Writes (or rewrites) the posted loan's period-zero position
      * record: the paid-through period, the unapplied remainder
      * held for tomorrow's installments, and the late charges still
      * owed along with what this run collected of them.
       write-ledger-position.
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           MOVE posting-as-of-date TO ldg-posting-date
           MOVE posting-paid-through TO ldg-paid-through
           MOVE posting-unapplied TO ldg-unapplied
           MOVE posting-fee-balance TO ldg-fee-balance
           MOVE posting-day-fee-paid TO ldg-day-fee-paid
           WRITE loan-ledger-record
               INVALID KEY
                   REWRITE loan-ledger-record
           MOVE 0 TO ldg-paid-through
           MOVE 0 TO ldg-unapplied
           MOVE 0 TO ldg-receipts-consumed
           MOVE 0 TO ldg-late-charge
           MOVE 0 TO ldg-late-charge-date
           MOVE SPACE TO ldg-late-charge-flag
           MOVE 0 TO ldg-day-late-charge
           MOVE 0 TO ldg-fee-balance
           MOVE 0 TO ldg-day-fee-paid
           MOVE 0 TO ldg-day-fee-written-off
           EXIT.


                   NOT INVALID KEY
                       MOVE ldg-paid-through TO posting-paid-through
                       MOVE ldg-unapplied TO posting-unapplied
                       IF ldg-fee-balance IS NUMERIC
                           MOVE ldg-fee-balance
                               TO posting-fee-balance
                       END-IF
               END-READ
           END-IF
           EXIT.
       grade-due-installment.
           MOVE 0 TO prior-amount-applied
           MOVE 0 TO prior-interest-applied
           MOVE 0 TO prior-late-charge
           MOVE 0 TO prior-late-charge-date
           MOVE SPACE TO prior-late-charge-flag
           MOVE master-loan-account TO ldg-loan-account
           MOVE sa-installment-period TO ldg-installment-period
           READ LOAN-LEDGER-FILE
                   MOVE ldg-amount-applied TO prior-amount-applied
                   MOVE ldg-interest-applied
                       TO prior-interest-applied
      *            A row written before late charges existed carries
      *            no late-charge figures and reads as uncharged.
                   IF ldg-late-charge IS NUMERIC
                       MOVE ldg-late-charge TO prior-late-charge
                       MOVE ldg-late-charge-date
                           TO prior-late-charge-date
                       MOVE ldg-late-charge-flag
                           TO prior-late-charge-flag
                   END-IF
           END-READ
           COMPUTE installment-open-amount =
               sa-equated-monthly-installment - prior-amount-applied
           END-EVALUATE
           COMPUTE amount-short =
               sa-equated-monthly-installment - cum-amount-applied
           MOVE 0 TO late-charge-assessed
           IF amount-short > 0
               ADD amount-short TO posting-past-due
               PERFORM age-past-due-amount
               PERFORM assess-late-charge
           END-IF
           MOVE sa-due-date TO due-date
           PERFORM format-due-date
               " due " date-value " " peso-symbol z-posting-due
               " applied " peso-symbol z-posting-applied
               " " installment-status
           IF late-charge-assessed > 0
               MOVE late-charge-assessed TO z-late-charge
               DISPLAY "    late charge assessed " peso-symbol
                   z-late-charge
           END-IF
           PERFORM write-ledger-row
           EXIT.

      * cumulative amount applied (interest drawn down first, the
      * remainder against principal) and, separately, what this run
      * applied, which the day's downstream extracts read before the
      * row is next touched. Any late charge already on the row is
      * carried forward, with one assessed by this run added in.
       write-ledger-row.
           MOVE master-loan-account TO ldg-loan-account
           MOVE sa-installment-period TO ldg-installment-period
           MOVE 0 TO ldg-paid-through
           MOVE 0 TO ldg-unapplied
           MOVE 0 TO ldg-receipts-consumed
           COMPUTE ldg-late-charge =
               prior-late-charge + late-charge-assessed
           MOVE late-charge-assessed TO ldg-day-late-charge
           IF late-charge-assessed > 0
               MOVE posting-as-of-date TO ldg-late-charge-date
               MOVE "A" TO ldg-late-charge-flag
           ELSE
               MOVE prior-late-charge-date TO ldg-late-charge-date
               MOVE prior-late-charge-flag TO ldg-late-charge-flag
           END-IF
           MOVE 0 TO ldg-fee-balance
           MOVE 0 TO ldg-day-fee-paid
           MOVE 0 TO ldg-day-fee-written-off
           WRITE loan-ledger-record
               INVALID KEY
                   REWRITE loan-ledger-record
           END-WRITE
           IF amount-applied > 0
               PERFORM record-installment-history
           END-IF
           EXIT.


      * Writes the dated history line for what this run applied to
      * the installment, split as the ledger row just split it.
       record-installment-history.
           PERFORM init-transaction-history
           MOVE master-loan-account TO txn-loan-account
           MOVE posting-as-of-date TO txn-posting-date
           MOVE "P" TO txn-type
           MOVE sa-installment-period TO txn-installment-period
           MOVE amount-applied TO txn-amount
           MOVE ldg-day-principal-applied TO txn-principal
           MOVE ldg-day-interest-applied TO txn-interest
           PERFORM write-transaction-history
           EXIT.


           EXIT.


      * Assesses the product's late charge on an installment left
      * missed or short, once it stands more than the grace window
      * past its due date. An installment is charged only once: a
      * charge already assessed (or waived) on its row is never
      * assessed again however many runs find it still unpaid.
       assess-late-charge.
           IF (posting-late-type = "F" OR posting-late-type = "P")
           AND prior-late-charge-flag = SPACE
           AND days-overdue > posting-late-grace
               IF posting-late-type = "F"
                   MOVE posting-late-amount TO late-charge-assessed
               ELSE
                   COMPUTE late-charge-assessed ROUNDED =
                       sa-equated-monthly-installment
                       * posting-late-rate / 100
               END-IF
               IF late-charge-assessed > 0
                   ADD late-charge-assessed TO posting-fee-balance
                   ADD 1 TO late-charge-count
                   ADD late-charge-assessed TO late-charge-total
               END-IF
           END-IF
           EXIT.


      * Prints the posted loan's delinquency line, when it had any
      * activity worth a line: counts graded, money past due, and
      * the pool left unapplied.
           OR posting-missed-count > 0
           OR posting-past-due > 0
           OR posting-unapplied NOT = 0
           OR posting-fee-balance > 0
               MOVE posting-past-due TO z-posting-past-due
               MOVE posting-unapplied TO z-posting-unapplied
               DISPLAY master-customer-name
                   " missed " posting-missed-count
                   " past due " peso-symbol z-posting-past-due
                   " unapplied " peso-symbol z-posting-unapplied
               IF posting-fee-balance > 0
                   MOVE posting-fee-balance TO z-late-charge
                   DISPLAY "    late charges owed " peso-symbol
                       z-late-charge
               END-IF
           END-IF
           EXIT.

                   orphan-receipt-count " totalling " peso-symbol
                   z-orphan-amount
           END-IF
           IF late-charge-count > 0
               MOVE late-charge-total TO z-aging-amount
               DISPLAY "Late charges assessed: " late-charge-count
                   " totalling " peso-symbol z-aging-amount
           END-IF
           IF late-collected-total > 0
               MOVE late-collected-total TO z-aging-amount
               DISPLAY "Late charges collected:  " peso-symbol
                   z-aging-amount
           END-IF
           IF collections-file-open
               DISPLAY "Reminder letters printed: "
                   letters-printed-count
                   MOVE 0 TO coll-past-due-amount
                   MOVE 0 TO coll-past-90-amount
                   MOVE "N" TO coll-escalated-flag
                   MOVE SPACE TO coll-workout-flag
                   MOVE 0 TO coll-workout-date
               NOT INVALID KEY
                   SET coll-record-found TO TRUE
           END-READ
               ELSE
                   MOVE "N" TO coll-escalated-flag
               END-IF
      *        The loan escalates either way; only the letter is
      *        held back, onto the exception list, when there is no
      *        address to mail it to.
               PERFORM locate-mailing-address
               IF mailing-address-found
                   PERFORM print-reminder-letter
               ELSE
                   MOVE coll-past-due-amount TO notice-exc-amount
                   MOVE "REMINDER" TO notice-exc-type
                   PERFORM write-notice-exception
               END-IF
               WRITE collections-record
                   INVALID KEY
                       REWRITE collections-record
           MOVE posting-as-of-date TO due-date
           PERFORM format-due-date
           DISPLAY "Date: " date-value
           DISPLAY ""
           PERFORM print-mailing-block
           DISPLAY ""
           DISPLAY "Loan Account: " coll-loan-account
           MOVE coll-past-due-amount TO z-coll-past-due
           DISPLAY "Amount Past Due: " peso-symbol z-coll-past-due
           IF posting-fee-balance > 0
               MOVE posting-fee-balance TO z-late-charge
               DISPLAY "Late Charges Outstanding: " peso-symbol
                   z-late-charge
           END-IF
           EVALUATE coll-reminder-level
               WHEN 1
                   DISPLAY "Our records show the amount above is "
      * sorted by loan account and each account is checked on its
      * own, so the run carries no per-loan table that could fill.
       eod-mode.
           MOVE business-date TO eod-report-date
           PERFORM design
           DISPLAY "END OF DAY PORTFOLIO SUMMARY  " eod-report-date
           PERFORM design
               INPUT PROCEDURE IS select-eod-audit
               GIVING SORTED-AUDIT-FILE
           IF audit-log-bad
               SET rctl-run-abandoned TO TRUE
               DISPLAY "End-of-day abandoned: AUDITLOG could not be "
      -                "opened (status " audit-log-status ")"
           ELSE
                               ADD 1 TO eod-today-count
                               PERFORM tally-eod-operator
                               PERFORM tally-eod-type
      *                        Quotes (Q), closures (S/W),
      *                        late-charge waivers (F), payment
      *                        reversals (N) and disclosures (T)
      *                        write no schedule rows, so they are
      *                        not cross-checkable.
                               IF audit-loan-type-choice NOT = 'Q'
                               AND audit-loan-type-choice NOT = 'S'
                               AND audit-loan-type-choice NOT = 'W'
                               AND audit-loan-type-choice NOT = 'F'
                               AND audit-loan-type-choice NOT = 'N'
                               AND audit-loan-type-choice NOT = 'T'
                               AND audit-loan-account IS NUMERIC
                               AND audit-loan-account > 0
                                   ADD audit-total-interest
                   ADD 1 TO eod-type-slot
               END-IF
           END-PERFORM
           IF NOT eod-loan-found AND eod-type-used < 20
               ADD 1 TO eod-type-used
               MOVE audit-loan-type-choice
                   TO eod-type-code(eod-type-used)
      * A control page closes the run with the notice count and the
      * total amount billed, for balancing the envelopes.
       billing-mode.
           MOVE business-date TO bill-run-date
           PERFORM compute-billing-window
           PERFORM design
           DISPLAY "MONTHLY BILLING RUN  As Of: " bill-run-date
           MOVE bill-to-date TO due-date
           PERFORM format-due-date
           DISPLAY " through " date-value
           EVALUATE TRUE
               WHEN NOT archive-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Billing run abandoned: the SCHEDARC "
      -                    "schedule archive is unavailable."
      *        Notices printed with no address on them cannot be
      *        mailed, so billing waits for the borrower master.
               WHEN NOT borrower-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Billing run abandoned: the BORRMAST "
      -                    "borrower master is unavailable."
               WHEN OTHER
                   PERFORM open-notice-exceptions
                   PERFORM run-billing-sweep
           END-EVALUATE
           EXIT.




      * Collects the current master loan's installments due inside
      * the billing window and prints its notice when it owes any,
      * or when it still owes late charges.
       bill-one-loan.
      *    A closed loan owes nothing and gets no notice.
           IF master-loan-status NOT = "S"
           AND master-loan-status NOT = "W"
               PERFORM collect-billing-rows
               PERFORM read-billing-late-charges
               IF bill-row-count > 0
               OR bill-late-charges > 0
                   PERFORM locate-mailing-address
                   IF mailing-address-found
                       PERFORM print-billing-notice
                   ELSE
                       MOVE bill-late-charges TO notice-exc-amount
                       PERFORM VARYING bill-row-slot FROM 1 BY 1
                           UNTIL bill-row-slot > bill-row-count
                           ADD bill-row-emi(bill-row-slot)
                               TO notice-exc-amount
                       END-PERFORM
                       MOVE "BILLING" TO notice-exc-type
                       PERFORM write-notice-exception
                   END-IF
               END-IF
           END-IF
           EXIT.


      * Reads the late charges the loan still owes off its ledger
      * position, so they are billed along with the month's
      * installments.
       read-billing-late-charges.
           MOVE 0 TO bill-late-charges
           IF ledger-file-open
               MOVE master-loan-account TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ldg-fee-balance IS NUMERIC
                           MOVE ldg-fee-balance TO bill-late-charges
                       END-IF
               END-READ
           END-IF
           EXIT.


      * This reads the loan's newest archived run directly off the
      * keyed archive, keeping the rows whose due dates fall inside
      * the billing window; a superseded run is never billed because
           PERFORM design
           DISPLAY "PAYMENT DUE NOTICE"
           PERFORM design
           PERFORM print-mailing-block
           DISPLAY ""
           DISPLAY "Loan Account: " master-loan-account
           PERFORM VARYING bill-row-slot FROM 1 BY 1
               UNTIL bill-row-slot > bill-row-count
               MOVE bill-row-due-date(bill-row-slot) TO due-date
               ADD bill-row-emi(bill-row-slot) TO bill-total-amount
               ADD 1 TO bill-installment-count
           END-PERFORM
           IF bill-late-charges > 0
               MOVE bill-late-charges TO z-bill-late
               DISPLAY "Late Charges Outstanding: " peso-symbol
                   z-bill-late
               ADD bill-late-charges TO bill-loan-total
               ADD bill-late-charges TO bill-total-amount
               ADD bill-late-charges TO bill-late-total
           END-IF
           MOVE bill-loan-total TO z-bill-emi
           DISPLAY "TOTAL DUE THIS MONTH: " peso-symbol z-bill-emi
           EXIT.
           PERFORM design
           DISPLAY "Notices printed:          " bill-notice-count
           DISPLAY "Installments billed:      " bill-installment-count
           MOVE bill-late-total TO z-bill-total
           DISPLAY "Late charges billed:      " peso-symbol
               z-bill-total
           MOVE bill-total-amount TO z-bill-total
           DISPLAY "Total amount billed:      " peso-symbol
               z-bill-total
           DISPLAY "Notices held, no address: " notice-exc-count
           PERFORM print-notice-exceptions
           PERFORM design
           DISPLAY "Billing run complete."
           EXIT.
           DISPLAY "SCHEDULE ARCHIVE PURGE"
           PERFORM design
           IF NOT archive-file-open
               SET rctl-run-abandoned TO TRUE
               DISPLAY "Purge abandoned: the SCHEDARC schedule "
      -                "archive is unavailable."
           ELSE
                   OPEN EXTEND SCHEDULE-HISTORY-FILE
               END-IF
               IF history-file-status NOT = "00"
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Purge abandoned: SCHEDHIS could not be "
      -                    "opened (status " history-file-status ")"
               ELSE
      * next run, an audit record is written per repriced loan, and
      * the master record is re-rated.
       reprice-mode.
           MOVE business-date TO reprice-date
           PERFORM design
           DISPLAY "BULK REPRICE RUN  As Of: " reprice-date
           PERFORM design
           EVALUATE TRUE
               WHEN NOT product-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Reprice run abandoned: the LOANPROD rate "
      -                    "table is unavailable."
               WHEN NOT archive-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Reprice run abandoned: the SCHEDARC "
      -                    "schedule archive is unavailable."
      *        Without the ledger the paid-through position reads as
      *        zero and a partly-paid loan would be recast off its
      *        full original amount over its full term.
               WHEN NOT ledger-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Reprice run abandoned: the LOANLEDG "
      -                    "posting ledger is unavailable."
               WHEN OTHER
      * rejects at their end instead of surfacing weeks later in
      * reconciliation.
       gl-extract-mode.
           MOVE business-date TO gl-extract-date
           PERFORM design
           DISPLAY "GENERAL LEDGER JOURNAL EXTRACT  " gl-extract-date
           PERFORM design
           IF NOT ledger-file-open
               SET rctl-run-abandoned TO TRUE
               DISPLAY "Extract abandoned: the LOANLEDG posting "
      -                "ledger is unavailable."
           ELSE
               OPEN OUTPUT GL-JOURNAL-FILE
               IF gl-journal-status NOT = "00"
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Extract abandoned: GLJOURNL could not "
      -                    "be opened (status " gl-journal-status ")"
               ELSE
                   PERFORM extract-interest-written
                   PERFORM extract-collections-posted
                   PERFORM extract-receipt-reversals
                   PERFORM close-gl-journal
               END-IF
           END-IF


      * Takes one audit record into the feed, if it is today's and
      * wrote any interest, or if it is today's waiver of a late
      * charge (type F, the amount waived riding in the loan amount
      * column). Payment reversals (type N) are booked off the
      * reversal register instead.
       extract-one-audit-record.
           IF audit-timestamp(1:8) = gl-extract-date
           AND audit-loan-type-choice = 'F'
           AND audit-loan-account IS NUMERIC
           AND audit-loan-account > 0
           AND audit-loan-amount IS NUMERIC
           AND audit-loan-amount > 0
      *        A waived late charge reverses the fee income it was
      *        booked to and clears it off the receivable.
               MOVE audit-loan-amount TO gl-work-amount
               MOVE gl-fee-income TO gl-work-debit-code
               MOVE gl-late-charge-receivable TO gl-work-credit-code
               MOVE audit-loan-account TO gl-work-loan-account
               MOVE "LATE CHARGE WAIVED" TO gl-work-description
               PERFORM write-gl-pair
           END-IF
           IF audit-timestamp(1:8) = gl-extract-date
           AND audit-loan-type-choice NOT = 'Q'
           AND audit-loan-type-choice NOT = 'F'
           AND audit-loan-type-choice NOT = 'N'
           AND audit-loan-type-choice NOT = 'T'
           AND audit-loan-account IS NUMERIC
           AND audit-loan-account > 0
           AND audit-total-interest IS NUMERIC
      * debits cash and credits loans receivable, interest collected
      * debits cash and credits interest receivable. A row's
      * same-day fields are only ever the latest posting run's work,
      * so the extract must run after POST and before the next one;
      * the run sequence on RUNCTL holds GL to exactly that.
       extract-collections-posted.
           MOVE "N" TO gl-ledger-eof-switch
           MOVE 0 TO ldg-loan-account
           EXIT.


      * Takes one ledger row's same-day applications into the feed,
      * with any late charge assessed against the row today. Of the
      * period-zero records only a loan's position carries anything
      * for the feed -- the late charges collected or written off
      * today; the control record is passed over.
       extract-one-ledger-row.
           IF ldg-installment-period > 0
           AND ldg-posting-date = gl-extract-date
                       TO gl-work-description
                   PERFORM write-gl-pair
               END-IF
      *        A late charge assessed today is booked as fee income
      *        against its own receivable. A row written before late
      *        charges existed carries none.
               IF ldg-day-late-charge IS NUMERIC
               AND ldg-day-late-charge > 0
                   MOVE ldg-day-late-charge TO gl-work-amount
                   MOVE gl-late-charge-receivable
                       TO gl-work-debit-code
                   MOVE gl-fee-income TO gl-work-credit-code
                   MOVE ldg-loan-account TO gl-work-loan-account
                   MOVE "LATE CHARGE ASSESSED"
                       TO gl-work-description
                   PERFORM write-gl-pair
               END-IF
           END-IF
      *    A loan's position record carries the late charges the
      *    day collected (by posting or settlement) and wrote off.
           IF ldg-installment-period = 0
           AND ldg-loan-account > 0
           AND ldg-posting-date = gl-extract-date
           AND ldg-day-fee-paid IS NUMERIC
               IF ldg-day-fee-paid > 0
                   MOVE ldg-day-fee-paid TO gl-work-amount
                   MOVE gl-cash-account TO gl-work-debit-code
                   MOVE gl-late-charge-receivable
                       TO gl-work-credit-code
                   MOVE ldg-loan-account TO gl-work-loan-account
                   MOVE "LATE CHARGE COLLECTED"
                       TO gl-work-description
                   PERFORM write-gl-pair
               END-IF
               IF ldg-day-fee-written-off > 0
                   MOVE ldg-day-fee-written-off TO gl-work-amount
                   MOVE gl-fee-income TO gl-work-debit-code
                   MOVE gl-late-charge-receivable
                       TO gl-work-credit-code
                   MOVE ldg-loan-account TO gl-work-loan-account
                   MOVE "LATE CHARGE WRITTEN OFF"
                       TO gl-work-description
                   PERFORM write-gl-pair
               END-IF
           END-IF
           EXIT.


      * One balanced pair per part of each receipt reversed today,
      * off the reversal register: each collection the receipt paid
      * is booked back the other way, principal to loans receivable,
      * interest to interest receivable, late charges to their own
      * receivable, all against cash. What the receipt left sitting
      * unapplied was never booked, so nothing is booked back.
       extract-receipt-reversals.
           IF NOT register-file-open
               DISPLAY "WARNING: RCPTREV is unavailable; payment "
      -                "reversals not extracted"
           ELSE
               MOVE "N" TO rev-scan-eof-switch
               MOVE 0 TO rvr-loan-account
               MOVE 0 TO rvr-receipt-number
               START RECEIPT-REVERSAL-FILE
                   KEY >= rvr-reversal-key
                   INVALID KEY
                       SET rev-scan-eof TO TRUE
               END-START
               PERFORM UNTIL rev-scan-eof
                   READ RECEIPT-REVERSAL-FILE NEXT RECORD
                       AT END
                           SET rev-scan-eof TO TRUE
                       NOT AT END
                           IF rvr-reversal-date = gl-extract-date
                               PERFORM extract-one-reversal
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF register-file-status NOT = "00"
                       SET rev-scan-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Takes one of today's reversals into the feed.
       extract-one-reversal.
           IF rvr-principal-reversed > 0
               MOVE rvr-principal-reversed TO gl-work-amount
               MOVE gl-loans-receivable TO gl-work-debit-code
               MOVE gl-cash-account TO gl-work-credit-code
               MOVE rvr-loan-account TO gl-work-loan-account
               MOVE "PRINCIPAL REVERSED" TO gl-work-description
               PERFORM write-gl-pair
           END-IF
           IF rvr-interest-reversed > 0
               MOVE rvr-interest-reversed TO gl-work-amount
               MOVE gl-interest-receivable TO gl-work-debit-code
               MOVE gl-cash-account TO gl-work-credit-code
               MOVE rvr-loan-account TO gl-work-loan-account
               MOVE "INTEREST REVERSED" TO gl-work-description
               PERFORM write-gl-pair
           END-IF
           IF rvr-fees-reversed > 0
               MOVE rvr-fees-reversed TO gl-work-amount
               MOVE gl-late-charge-receivable TO gl-work-debit-code
               MOVE gl-cash-account TO gl-work-credit-code
               MOVE rvr-loan-account TO gl-work-loan-account
               MOVE "LATE CHARGE REVERSED" TO gl-work-description
               PERFORM write-gl-pair
           END-IF
           EXIT.

           IF gl-debit-total = gl-credit-total
               DISPLAY "Feed balanced; trailer written."
           ELSE
               SET rctl-run-abandoned TO TRUE
               DISPLAY "*** GL EXTRACT OUT OF BALANCE ***"
               DISPLAY "*** NO TRAILER WRITTEN - DO NOT POST THE "
      -                "FEED ***"
           EXIT.


      * This is the year-end statement run: the transaction history
      * from the start of the tax year on is sorted by loan account
      * and date, and merged one account at a time against the
      * customer master, so each loan's statement of interest,
      * principal and late charges paid in the year prints off its
      * own dated movements. The balances are worked back from the
      * ledger's principal applied to date, less what moved after
      * the year closed. A control page totals what was reported.
       yearend-mode.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ye-run-date
           IF run-control-open
               PERFORM read-business-date
               MOVE business-date TO ye-run-date
           END-IF
           IF command-line-parameter(9:4) IS NUMERIC
               MOVE command-line-parameter(9:4) TO ye-tax-year
           ELSE
               COMPUTE ye-tax-year =
                   FUNCTION NUMVAL(ye-run-date(1:4)) - 1
           END-IF
           COMPUTE ye-year-start = (ye-tax-year * 10000) + 0101
           COMPUTE ye-year-end = (ye-tax-year * 10000) + 1231
           PERFORM design
           DISPLAY "YEAR-END BORROWER STATEMENTS  Tax Year "
               ye-tax-year
           PERFORM design
           IF NOT ledger-file-open
               DISPLAY "Year-end run abandoned: the LOANLEDG posting "
      -                "ledger is unavailable."
           ELSE
               MOVE "N" TO ye-history-bad-switch
               SORT HISTORY-SORT-FILE
                   ON ASCENDING KEY hst-loan-account
                   ON ASCENDING KEY hst-posting-date
                   INPUT PROCEDURE IS select-year-history
                   GIVING SORTED-HISTORY-FILE
               IF ye-history-bad
                   DISPLAY "Year-end run abandoned: TRANHIST could "
      -                    "not be read back (status " tranhist-status
      -                    ")"
               ELSE
                   OPEN INPUT SORTED-HISTORY-FILE
                   IF sorted-history-status NOT = "00"
                       DISPLAY "Year-end run abandoned: the sorted "
      -                        "history work file could not be read "
      -                        "back (status " sorted-history-status
      -                        ")"
                   ELSE
                       PERFORM run-yearend-statements
                       CLOSE SORTED-HISTORY-FILE
                       PERFORM print-yearend-control
                   END-IF
               END-IF
           END-IF
           EXIT.


      * The sort's input leg: the history is read back front to
      * back and every line dated from the start of the tax year on
      * is released -- the year's own movements for the statement,
      * and the later ones to work the year-end balance back from
      * today's. A history not yet created simply has nothing in it.
       select-year-history.
           CLOSE TRANSACTION-HISTORY-FILE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           EVALUATE tranhist-status
               WHEN "00"
                   MOVE "N" TO hist-scan-eof-switch
                   PERFORM UNTIL hist-scan-eof
                       READ TRANSACTION-HISTORY-FILE
                           AT END
                               SET hist-scan-eof TO TRUE
                           NOT AT END
                               IF txn-posting-date IS NUMERIC
                               AND txn-posting-date >= ye-year-start
                                   MOVE txn-loan-account
                                       TO hst-loan-account
                                   MOVE txn-posting-date
                                       TO hst-posting-date
                                   MOVE txn-type TO hst-type
                                   MOVE txn-amount TO hst-amount
                                   MOVE txn-principal
                                       TO hst-principal
                                   MOVE txn-interest TO hst-interest
                                   MOVE txn-fees TO hst-fees
                                   RELEASE history-sort-record
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSACTION-HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO ye-history-bad-switch
           END-EVALUATE
           PERFORM open-transaction-history
           EXIT.


      * Walks the customer master in account order against the
      * sorted history, one loan at a time. History lines for
      * accounts no longer on the master are counted for the
      * control page.
       run-yearend-statements.
           MOVE "N" TO sorted-history-eof-switch
           PERFORM read-next-sorted-history
           MOVE 0 TO master-loan-account
           MOVE "N" TO ye-master-eof-switch
           START CUSTOMER-MASTER-FILE
               KEY >= master-loan-account
               INVALID KEY
                   SET ye-master-eof TO TRUE
           END-START
           PERFORM UNTIL ye-master-eof
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET ye-master-eof TO TRUE
                   NOT AT END
                       PERFORM yearend-one-loan
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF master-file-status NOT = "00"
                   SET ye-master-eof TO TRUE
               END-IF
           END-PERFORM
           PERFORM UNTIL sorted-history-eof
               ADD 1 TO ye-orphan-count
               PERFORM read-next-sorted-history
           END-PERFORM
           EXIT.


      * Fetches the next sorted history line, if any are left.
       read-next-sorted-history.
           READ SORTED-HISTORY-FILE
               AT END
                   SET sorted-history-eof TO TRUE
           END-READ
           IF sorted-history-status NOT = "00"
               SET sorted-history-eof TO TRUE
           END-IF
           EXIT.


      * Gathers one master loan's movements and prints its statement
      * when it was on the book during the tax year: a loan opened
      * after the year is passed over, and so is a closed loan with
      * no movement in or after the year (it closed before the year
      * began).
       yearend-one-loan.
           MOVE 0 TO ye-principal
           MOVE 0 TO ye-installment-interest
           MOVE 0 TO ye-settlement-interest
           MOVE 0 TO ye-fees
           MOVE 0 TO ye-written-off
           MOVE 0 TO ye-later-principal
           MOVE 0 TO ye-capitalized
           MOVE "N" TO ye-year-activity-switch
           MOVE "N" TO ye-later-activity-switch
           MOVE SPACE TO ye-closed-in-year
           MOVE 0 TO ye-closed-date
           PERFORM UNTIL sorted-history-eof
               OR hso-loan-account >= master-loan-account
               ADD 1 TO ye-orphan-count
               PERFORM read-next-sorted-history
           END-PERFORM
           PERFORM UNTIL sorted-history-eof
               OR hso-loan-account NOT = master-loan-account
               PERFORM take-yearend-history
               PERFORM read-next-sorted-history
           END-PERFORM
           EVALUATE TRUE
               WHEN master-loan-start-date IS NUMERIC
               AND master-loan-start-date > ye-year-end
                   CONTINUE
               WHEN (master-loan-status = "S"
               OR master-loan-status = "W")
               AND NOT ye-year-activity
               AND NOT ye-later-activity
                   CONTINUE
               WHEN OTHER
                   PERFORM compute-yearend-balances
                   PERFORM print-yearend-statement
           END-EVALUATE
           EXIT.


      * Takes one history line into the loan's year or after-year
      * figures. A reversal takes back what the receipt had paid.
       take-yearend-history.
           IF hso-posting-date <= ye-year-end
               SET ye-year-activity TO TRUE
               EVALUATE hso-type
                   WHEN "P"
                       ADD hso-principal TO ye-principal
                       ADD hso-interest TO ye-installment-interest
                   WHEN "F"
                       ADD hso-fees TO ye-fees
                   WHEN "R"
                       SUBTRACT hso-principal FROM ye-principal
                       SUBTRACT hso-interest
                           FROM ye-installment-interest
                       SUBTRACT hso-fees FROM ye-fees
                   WHEN "S"
                       ADD hso-principal TO ye-principal
                       ADD hso-interest TO ye-settlement-interest
                       ADD hso-fees TO ye-fees
                       MOVE "S" TO ye-closed-in-year
                       MOVE hso-posting-date TO ye-closed-date
                   WHEN "W"
                       ADD hso-principal TO ye-written-off
                       MOVE "W" TO ye-closed-in-year
                       MOVE hso-posting-date TO ye-closed-date
                   WHEN "C"
                       ADD hso-principal TO ye-capitalized
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               SET ye-later-activity TO TRUE
               EVALUATE hso-type
                   WHEN "P"
                   WHEN "S"
                   WHEN "W"
                       ADD hso-principal TO ye-later-principal
                   WHEN "R"
                   WHEN "C"
                       SUBTRACT hso-principal FROM ye-later-principal
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.


      * Works the loan's balances back from today's: the amount lent
      * less the principal the ledger shows applied is what stands
      * owed now (nothing, once the loan is closed); adding back
      * what came off after the year gives the year-end balance,
      * and adding back what came off during it gives the opening.
      * Arrears interest a restructure added to the loan works the
      * other way: taken out again for the year it was added in and
      * every year before.
       compute-yearend-balances.
           IF master-loan-status = "S"
           OR master-loan-status = "W"
               MOVE 0 TO ye-closing-balance
           ELSE
               PERFORM sum-principal-applied
               COMPUTE ye-closing-balance =
                   master-loan-amount - hist-principal-to-date
               IF ye-closing-balance < 0
                   MOVE 0 TO ye-closing-balance
               END-IF
           END-IF
           ADD ye-later-principal TO ye-closing-balance
           COMPUTE ye-opening-balance = ye-closing-balance
               + ye-principal + ye-written-off - ye-capitalized
           COMPUTE ye-interest =
               ye-installment-interest + ye-settlement-interest
           EXIT.


      * Prints one borrower's statement for the loan and rolls its
      * figures into the run totals.
       print-yearend-statement.
           ADD 1 TO ye-statement-count
           ADD ye-principal TO ye-total-principal
           ADD ye-interest TO ye-total-interest
           ADD ye-installment-interest TO ye-total-inst-interest
           ADD ye-settlement-interest TO ye-total-settle-interest
           ADD ye-fees TO ye-total-fees
           PERFORM design
           DISPLAY "YEAR-END LOAN STATEMENT  Tax Year " ye-tax-year
           PERFORM design
           DISPLAY "Loan Account: " master-loan-account
           DISPLAY "Borrower: " FUNCTION TRIM(master-customer-name
               TRAILING)
           MOVE ye-opening-balance TO z-ye-amount
           IF master-loan-start-date IS NUMERIC
           AND master-loan-start-date >= ye-year-start
               MOVE master-loan-start-date TO due-date
               PERFORM format-due-date
               DISPLAY "Balance at origination " date-value ": "
                   peso-symbol z-ye-amount
           ELSE
               DISPLAY "Opening Balance:        " peso-symbol
                   z-ye-amount
           END-IF
           MOVE ye-interest TO z-ye-amount
           DISPLAY "Interest Paid:          " peso-symbol z-ye-amount
           MOVE ye-principal TO z-ye-amount
           DISPLAY "Principal Paid:         " peso-symbol z-ye-amount
           MOVE ye-fees TO z-ye-amount
           DISPLAY "Late Charges Paid:      " peso-symbol z-ye-amount
           IF ye-written-off NOT = 0
               MOVE ye-written-off TO z-ye-amount
               DISPLAY "Balance Written Off:    " peso-symbol
                   z-ye-amount
           END-IF
           MOVE ye-closing-balance TO z-ye-amount
           DISPLAY "Closing Balance:        " peso-symbol z-ye-amount
           IF ye-closed-in-year NOT = SPACE
               MOVE ye-closed-date TO due-date
               PERFORM format-due-date
               IF ye-closed-in-year = "S"
                   DISPLAY "Loan settled in full on " date-value
               ELSE
                   DISPLAY "Loan written off on " date-value
               END-IF
           END-IF
           EXIT.


      * The control page finance ties to the GL feed: the interest
      * reported out of installment payments (net of reversals) is
      * the year's INTEREST COLLECTED less INTEREST REVERSED; what
      * settlements carried is shown apart, since the feed books
      * no settlement.
       print-yearend-control.
           PERFORM design
           DISPLAY "YEAR-END STATEMENT RUN CONTROL  Tax Year "
               ye-tax-year
           PERFORM design
           DISPLAY "Statements printed:              "
               ye-statement-count
           MOVE ye-total-interest TO z-ye-total
           DISPLAY "Total interest reported:         " peso-symbol
               z-ye-total
           MOVE ye-total-inst-interest TO z-ye-total
           DISPLAY "  from installment payments:     " peso-symbol
               z-ye-total
           MOVE ye-total-settle-interest TO z-ye-total
           DISPLAY "  from settlements:              " peso-symbol
               z-ye-total
           MOVE ye-total-principal TO z-ye-total
           DISPLAY "Total principal reported:        " peso-symbol
               z-ye-total
           MOVE ye-total-fees TO z-ye-total
           DISPLAY "Total late charges reported:     " peso-symbol
               z-ye-total
           IF ye-orphan-count > 0
               DISPLAY "History lines with no master loan: "
                   ye-orphan-count
           END-IF
           PERFORM design
           DISPLAY "Year-end run complete."
           EXIT.


      * This is the bank remittance import. The bank's file is read
      * through once to check it against its own header and trailer
      * -- a file that does not balance to the bank's count and
      * total is refused whole, with nothing loaded -- and then
      * again to place each remittance: on the loan account the
      * payer quoted, or failing that on the one loan under the
      * payer's name whose next installment is the amount paid.
      * Placed remittances are appended to PAYMENTS for the posting
      * run and entered on the register; the rest go to suspense.
       lockbox-mode.
           MOVE FUNCTION CURRENT-DATE(1:8) TO lbx-run-date
           IF run-control-open
               PERFORM read-business-date
               MOVE business-date TO lbx-run-date
           END-IF
           PERFORM design
           DISPLAY "BANK REMITTANCE IMPORT  As Of: " lbx-run-date
           PERFORM design
           IF NOT lbx-register-open
               DISPLAY "Import abandoned: the LBXREG remittance "
      -                "register is unavailable, so duplicates "
      -                "could not be refused."
           ELSE
               PERFORM check-lockbox-controls
               IF lbx-file-bad
                   DISPLAY "Import abandoned, nothing loaded: "
                       FUNCTION TRIM(lbx-file-problem TRAILING)
               ELSE
                   PERFORM run-lockbox-import
               END-IF
           END-IF
           EXIT.


      * The first pass: the file must open with a readable header,
      * close with a trailer and carry nothing after it, and its
      * remittances must count and add up to the trailer's figures.
       check-lockbox-controls.
           MOVE "N" TO lbx-file-bad-switch
           MOVE SPACES TO lbx-file-problem
           MOVE "N" TO lbx-header-seen-switch
           MOVE "N" TO lbx-trailer-seen-switch
           MOVE SPACES TO lbx-bank-id
           MOVE 0 TO lbx-file-date
           MOVE 0 TO lbx-file-number
           MOVE 0 TO lbx-expected-count
           MOVE 0 TO lbx-expected-total
           MOVE 0 TO lbx-item-count
           MOVE 0 TO lbx-item-total
           OPEN INPUT LOCKBOX-FILE
           IF lockbox-file-status NOT = "00"
               MOVE "Y" TO lbx-file-bad-switch
               MOVE "the LOCKBOX file could not be opened"
                   TO lbx-file-problem
           ELSE
               MOVE "N" TO lockbox-eof-switch
               PERFORM UNTIL lockbox-eof OR lbx-file-bad
                   READ LOCKBOX-FILE
                       AT END
                           SET lockbox-eof TO TRUE
                       NOT AT END
                           PERFORM check-one-lockbox-record
                   END-READ
               END-PERFORM
               CLOSE LOCKBOX-FILE
           END-IF
           EVALUATE TRUE
               WHEN lbx-file-bad
                   CONTINUE
               WHEN NOT lbx-header-seen
                   MOVE "Y" TO lbx-file-bad-switch
                   MOVE "the file has no header record"
                       TO lbx-file-problem
               WHEN NOT lbx-trailer-seen
                   MOVE "Y" TO lbx-file-bad-switch
                   MOVE "the file has no trailer record"
                       TO lbx-file-problem
               WHEN lbx-item-count NOT = lbx-expected-count
                   MOVE "Y" TO lbx-file-bad-switch
                   MOVE "item count does not agree with the trailer"
                       TO lbx-file-problem
               WHEN lbx-item-total NOT = lbx-expected-total
                   MOVE "Y" TO lbx-file-bad-switch
                   MOVE "amount total does not agree with the trailer"
                       TO lbx-file-problem
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Bank: " lbx-bank-id "  File date: " lbx-file-date
               "  File number: " lbx-file-number
           MOVE lbx-expected-total TO z-lbx-total
           DISPLAY "Trailer:  " lbx-expected-count " items "
               peso-symbol z-lbx-total
           MOVE lbx-item-total TO z-lbx-total
           DISPLAY "Counted:  " lbx-item-count " items "
               peso-symbol z-lbx-total
           EXIT.


      * Checks one record of the first pass into the file controls.
       check-one-lockbox-record.
           EVALUATE TRUE
               WHEN lbx-trailer-seen
                   MOVE "Y" TO lbx-file-bad-switch
                   MOVE "records follow the trailer record"
                       TO lbx-file-problem
               WHEN NOT lbx-header-seen
                   IF lbx-header-record
                   AND lbh-file-date IS NUMERIC
                   AND lbh-file-number IS NUMERIC
                   AND lbh-bank-id NOT = SPACES
                       SET lbx-header-seen TO TRUE
                       MOVE lbh-bank-id TO lbx-bank-id
                       MOVE lbh-file-date TO lbx-file-date
                       MOVE lbh-file-number TO lbx-file-number
                   ELSE
                       MOVE "Y" TO lbx-file-bad-switch
                       MOVE "the first record is not a readable header"
                           TO lbx-file-problem
                   END-IF
               WHEN lbx-detail-record
                   ADD 1 TO lbx-item-count
                   IF lbx-amount IS NUMERIC
                       ADD lbx-amount TO lbx-item-total
                   END-IF
               WHEN lbx-trailer-record
                   IF lbt-item-count IS NUMERIC
                   AND lbt-total-amount IS NUMERIC
                       SET lbx-trailer-seen TO TRUE
                       MOVE lbt-item-count TO lbx-expected-count
                       MOVE lbt-total-amount TO lbx-expected-total
                   ELSE
                       MOVE "Y" TO lbx-file-bad-switch
                       MOVE "the trailer record is unreadable"
                           TO lbx-file-problem
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO lbx-file-bad-switch
                   MOVE "a record of unknown type is on the file"
                       TO lbx-file-problem
           END-EVALUATE
           EXIT.


      * The second pass, run only once the file is known to balance:
      * PAYMENTS and the suspense file are opened for append, and
      * every remittance is placed or held in turn.
       run-lockbox-import.
           OPEN EXTEND PAYMENTS-RECEIVED-FILE
           IF payments-file-status = "35"
               OPEN OUTPUT PAYMENTS-RECEIVED-FILE
           END-IF
           IF payments-file-status NOT = "00"
               DISPLAY "Import abandoned, nothing loaded: PAYMENTS "
      -                "could not be opened (status "
                       payments-file-status ")"
           ELSE
      *        Items held on earlier runs stay on the file beside
      *        this run's; the run date on each tells them apart.
               OPEN EXTEND LOCKBOX-SUSPENSE-FILE
               IF lbx-suspense-status = "35"
                   OPEN OUTPUT LOCKBOX-SUSPENSE-FILE
               END-IF
               IF lbx-suspense-status NOT = "00"
                   DISPLAY "Import abandoned, nothing loaded: LBXSUSP "
      -                    "could not be opened (status "
                           lbx-suspense-status ")"
               ELSE
                   PERFORM design
                   DISPLAY "REMITTANCE REGISTER"
                   PERFORM design
                   OPEN INPUT LOCKBOX-FILE
                   MOVE "N" TO lockbox-eof-switch
                   PERFORM UNTIL lockbox-eof
                       READ LOCKBOX-FILE
                           AT END
                               SET lockbox-eof TO TRUE
                           NOT AT END
                               IF lbx-detail-record
                                   PERFORM import-one-remittance
                               END-IF
                       END-READ
      *                Any read error ends the scan rather than
      *                spinning on a file that will never deliver
      *                another record.
                       IF lockbox-file-status NOT = "00"
                           SET lockbox-eof TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE LOCKBOX-FILE
                   CLOSE LOCKBOX-SUSPENSE-FILE
                   PERFORM print-lockbox-control
               END-IF
               CLOSE PAYMENTS-RECEIVED-FILE
           END-IF
           EXIT.


      * Places one remittance: an unreadable one or one already on
      * the register is held at once; otherwise the quoted account is
      * tried first and the payer's name and amount after it.
       import-one-remittance.
           MOVE SPACES TO lbx-reason
           MOVE 0 TO lbx-matched-account
           MOVE 0 TO lbx-amount-count
           MOVE 0 TO lbx-name-count
           EVALUATE TRUE
               WHEN lbx-amount IS NOT NUMERIC
               OR lbx-amount = 0
               OR lbx-remit-date IS NOT NUMERIC
               OR lbx-remittance-id = SPACES
                   MOVE "BAD" TO lbx-reason
               WHEN OTHER
                   MOVE lbx-bank-id TO lbr-bank-id
                   MOVE lbx-remittance-id TO lbr-remittance-id
                   READ LOCKBOX-REGISTER-FILE
                       INVALID KEY
                           PERFORM match-remittance-to-loan
                       NOT INVALID KEY
                           MOVE "DUP" TO lbx-reason
                   END-READ
           END-EVALUATE
           IF lbx-reason = SPACES
               PERFORM load-remittance
           ELSE
               PERFORM suspend-remittance
           END-IF
           EXIT.


      * The account the payer quoted wins when it is an open loan on
      * the book; otherwise the open loans under the payer's name are
      * tried, and the remittance is placed only when exactly one of
      * them has its next installment at the amount paid.
       match-remittance-to-loan.
           IF lbx-loan-account IS NUMERIC
           AND lbx-loan-account NOT = ZEROS
               MOVE lbx-loan-account TO master-loan-account
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF master-loan-status NOT = "S"
                       AND master-loan-status NOT = "W"
                           MOVE master-loan-account
                               TO lbx-matched-account
                           MOVE master-customer-name
                               TO lbx-matched-name
                           MOVE 1 TO lbx-amount-count
                           ADD 1 TO lbx-by-account-count
                       END-IF
               END-READ
           END-IF
           IF lbx-matched-account = 0
               PERFORM match-remittance-by-name
               EVALUATE TRUE
                   WHEN lbx-amount-count = 1
                       ADD 1 TO lbx-by-name-count
                   WHEN lbx-amount-count > 1
                       MOVE "AMB" TO lbx-reason
                   WHEN lbx-name-count > 0
                       MOVE "AMT" TO lbx-reason
                   WHEN lbx-loan-account IS NUMERIC
                   AND lbx-loan-account NOT = ZEROS
                       MOVE "ACT" TO lbx-reason
                   WHEN OTHER
                       MOVE "NAM" TO lbx-reason
               END-EVALUATE
           END-IF
           EXIT.


      * Walks the open loans on file under the payer's name, off the
      * master's alternate key, counting those whose next installment
      * is the amount paid.
       match-remittance-by-name.
           MOVE FUNCTION UPPER-CASE(lbx-payer-name) TO lbx-search-name
           IF lbx-search-name NOT = SPACES
               MOVE lbx-search-name TO master-customer-name
               MOVE "N" TO lbx-name-eof-switch
               START CUSTOMER-MASTER-FILE
                   KEY = master-customer-name
                   INVALID KEY
                       SET lbx-name-eof TO TRUE
               END-START
               PERFORM UNTIL lbx-name-eof
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           SET lbx-name-eof TO TRUE
                       NOT AT END
                           IF master-customer-name NOT = lbx-search-name
                               SET lbx-name-eof TO TRUE
                           ELSE
                               PERFORM try-remittance-name-match
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF master-file-status NOT = "00"
                       SET lbx-name-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Counts one loan under the payer's name, and takes it as the
      * match when its next installment is the amount paid.
       try-remittance-name-match.
           IF master-loan-status NOT = "S"
           AND master-loan-status NOT = "W"
               ADD 1 TO lbx-name-count
               PERFORM find-next-installment-due
               IF lbx-expected-emi = lbx-amount
                   ADD 1 TO lbx-amount-count
                   MOVE master-loan-account TO lbx-matched-account
                   MOVE master-customer-name TO lbx-matched-name
               END-IF
           END-IF
           EXIT.


      * Reads the installment the current master loan is next due to
      * pay: the period after its posted paid-through period, off its
      * newest archived run. Zero when there is none left to pay.
       find-next-installment-due.
           MOVE 0 TO lbx-expected-emi
           MOVE master-loan-account TO arch-search-account
           PERFORM find-highest-archive-run
           IF archive-high-run > 0
               MOVE 0 TO ldg-paid-through
               IF ledger-file-open
                   MOVE master-loan-account TO ldg-loan-account
                   MOVE 0 TO ldg-installment-period
                   READ LOAN-LEDGER-FILE
                       INVALID KEY
                           MOVE 0 TO ldg-paid-through
                   END-READ
               END-IF
               MOVE master-loan-account TO sa-loan-account
               MOVE archive-high-run TO sa-run-number
               COMPUTE sa-installment-period = ldg-paid-through + 1
               READ SCHEDULE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE sa-equated-monthly-installment
                           TO lbx-expected-emi
               END-READ
           END-IF
           EXIT.


      * Appends the placed remittance to PAYMENTS as a receipt on its
      * loan, and enters it on the register so it is never loaded
      * again.
       load-remittance.
           MOVE lbx-matched-name TO pay-customer-name
           MOVE lbx-matched-account TO pay-loan-account
           MOVE lbx-remit-date TO pay-payment-date
           MOVE lbx-amount TO pay-amount-posted
           WRITE payments-received-record
           IF payments-file-status NOT = "00"
               MOVE "ERR" TO lbx-reason
               PERFORM suspend-remittance
           ELSE
               PERFORM register-remittance
           END-IF
           EXIT.


      * Enters the loaded remittance on the register and counts it.
       register-remittance.
           MOVE lbx-bank-id TO lbr-bank-id
           MOVE lbx-remittance-id TO lbr-remittance-id
           MOVE lbx-run-date TO lbr-load-date
           MOVE lbx-file-date TO lbr-file-date
           MOVE lbx-file-number TO lbr-file-number
           MOVE lbx-matched-account TO lbr-loan-account
           MOVE lbx-amount TO lbr-amount
           WRITE lockbox-register-record
               INVALID KEY
                   REWRITE lockbox-register-record
           END-WRITE
           ADD 1 TO lbx-loaded-count
           ADD lbx-amount TO lbx-loaded-total
           MOVE lbx-amount TO z-lbx-amount
           DISPLAY lbx-remittance-id " LOADED   " lbx-matched-account
               " " lbx-matched-name " " peso-symbol z-lbx-amount
           EXIT.


      * Holds the remittance on the suspense file with its reason.
       suspend-remittance.
           MOVE lockbox-detail-record TO lbs-item-image
           MOVE lbx-reason TO lbs-reason-code
           MOVE lbx-amount-count TO lbs-candidate-count
           MOVE lbx-run-date TO lbs-run-date
           WRITE lockbox-suspense-record
           ADD 1 TO lbx-suspense-count
           IF lbx-amount IS NUMERIC
               ADD lbx-amount TO lbx-suspense-total
           END-IF
           EVALUATE lbx-reason
               WHEN "DUP"
                   ADD 1 TO lbx-dup-count
               WHEN "AMB"
                   ADD 1 TO lbx-ambiguous-count
               WHEN "BAD"
                   ADD 1 TO lbx-bad-count
               WHEN OTHER
                   ADD 1 TO lbx-unmatched-count
           END-EVALUATE
           IF lbx-amount IS NUMERIC
               MOVE lbx-amount TO z-lbx-amount
           ELSE
               MOVE 0 TO z-lbx-amount
           END-IF
           EVALUATE lbx-reason
               WHEN "DUP"
                   DISPLAY lbx-remittance-id " SUSPENSE " lbx-reason
                       " loaded " lbr-load-date " to "
                       lbr-loan-account " " peso-symbol z-lbx-amount
               WHEN OTHER
                   DISPLAY lbx-remittance-id " SUSPENSE " lbx-reason
                       " " lbx-loan-account " " lbx-payer-name " "
                       peso-symbol z-lbx-amount
           END-EVALUATE
           EXIT.


      * The control page the cashiers balance the day's bank credit
      * against: what loaded, what is held and why, and the loaded
      * and held amounts squaring with the bank's own total.
       print-lockbox-control.
           PERFORM design
           DISPLAY "REMITTANCE IMPORT CONTROL"
           PERFORM design
           DISPLAY "Remittances on file:          " lbx-item-count
           MOVE lbx-loaded-total TO z-lbx-total
           DISPLAY "Loaded to PAYMENTS:           " lbx-loaded-count
               "  " peso-symbol z-lbx-total
           DISPLAY "  matched by account:         "
               lbx-by-account-count
           DISPLAY "  matched by name and amount: " lbx-by-name-count
           MOVE lbx-suspense-total TO z-lbx-total
           DISPLAY "Held in suspense (LBXSUSP):   " lbx-suspense-count
               "  " peso-symbol z-lbx-total
           DISPLAY "  duplicates of earlier files:" lbx-dup-count
           DISPLAY "  ambiguous:                  " lbx-ambiguous-count
           DISPLAY "  unmatched:                  " lbx-unmatched-count
           DISPLAY "  unreadable:                 " lbx-bad-count
           IF lbx-loaded-total + lbx-suspense-total
               = lbx-expected-total
               DISPLAY "Loaded plus held agrees with the bank's "
      -                "trailer total."
           ELSE
               DISPLAY "WARNING: loaded plus held does not agree "
      -                "with the bank's trailer total."
           END-IF
           PERFORM design
           DISPLAY "Import complete. Run POST to apply the loaded "
      -            "remittances."
           EXIT.


      * This is the hardship restructure for a borrower the
      * collections letters have already taken to level 2 or 3: the
      * installments fallen due and still unpaid off the posted
      * position are rolled into the balance (their interest with
      * them, or forgiven), the balance is re-amortized over a new
      * term or at a concession rate and archived as the loan's next
      * run, the superseded ledger rows are closed as restructured,
      * and the loan is marked restructured -- not cured -- on
      * COLLMAST. A level-3 supervisor signs it off (a level-3
      * operator on their own authority), and it is audited under
      * type H and kept on the RESTRUC register for the
      * restructured-loans report.
       hardship-restructure.
           PERFORM select-customer-loan
           IF loan-selected
               PERFORM check-gl-closed
               EVALUATE TRUE
                   WHEN master-loan-status = "S"
                   OR master-loan-status = "W"
                       DISPLAY "That loan is already closed..."
      -                        "Press return"
                       ACCEPT invalid-input
                   WHEN rctl-gl-closed
                       DISPLAY "GL has closed this business date; "
      -                        "retry after ROLL...Press return"
                       ACCEPT invalid-input
                   WHEN NOT ledger-file-open
                   OR NOT archive-file-open
                   OR NOT collections-file-open
                       DISPLAY "The posting ledger, schedule archive "
      -                        "or collections file is unavailable..."
      -                        "Press return"
                       ACCEPT invalid-input
                   WHEN OTHER
                       PERFORM check-restructure-eligible
               END-EVALUATE
           END-IF
           PERFORM clear-values
           PERFORM type-of-loan
           EXIT.


      * Only a loan the collections letters have escalated to level
      * 2 or 3, with installments actually in arrears off its
      * newest run, can be restructured.
       check-restructure-eligible.
           MOVE master-loan-account TO coll-loan-account
           READ COLLECTIONS-FILE
               INVALID KEY
                   MOVE 0 TO coll-reminder-level
           END-READ
           IF coll-reminder-level < 2
               DISPLAY "Only a loan at collections level 2 or 3 "
      -                "can be restructured...Press return"
               ACCEPT invalid-input
           ELSE
               PERFORM read-restructure-position
               IF rst-old-run = 0
               OR rst-last-due-period <= rst-paid-through
                   DISPLAY "No installment stands in arrears on "
      -                    "that loan...Press return"
                   ACCEPT invalid-input
               ELSE
                   PERFORM ask-restructure-terms
                   IF rst-confirm = "Y"
                       PERFORM approve-restructure
                       IF approval-granted
                           PERFORM apply-restructure
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.


      * Reads where the loan stands: the ledger's paid-through
      * period, and every installment of the newest archived run
      * after it that has fallen due by today. What each of those
      * was scheduled to carry, less what the posting run applied
      * against it, is the arrears -- principal and interest kept
      * apart -- and the run's balance after the last of them is
      * what was still to come.
       read-restructure-position.
           MOVE business-date TO rst-today
           MOVE 0 TO rst-paid-through
           MOVE 0 TO rst-arrears-principal
           MOVE 0 TO rst-arrears-interest
           MOVE 0 TO rst-old-installment
           MOVE 0 TO rst-balance-after
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ldg-paid-through TO rst-paid-through
           END-READ
           MOVE rst-paid-through TO rst-last-due-period
           MOVE master-loan-account TO arch-search-account
           PERFORM find-highest-archive-run
           MOVE archive-high-run TO rst-old-run
           IF rst-old-run > 0
               MOVE rst-paid-through TO rst-period
               MOVE "N" TO rst-scan-eof-switch
               PERFORM UNTIL rst-scan-eof
                   ADD 1 TO rst-period
                   MOVE master-loan-account TO sa-loan-account
                   MOVE rst-old-run TO sa-run-number
                   MOVE rst-period TO sa-installment-period
                   READ SCHEDULE-ARCHIVE-FILE
                       INVALID KEY
                           SET rst-scan-eof TO TRUE
                       NOT INVALID KEY
                           IF sa-due-date = 0
                           OR sa-due-date > rst-today
                               SET rst-scan-eof TO TRUE
                           ELSE
                               PERFORM take-restructure-arrears
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE rst-outstanding =
               rst-balance-after + rst-arrears-principal
           EXIT.


      * Counts one installment fallen due into the arrears: what it
      * was scheduled to carry, less what stands applied against it
      * on its ledger row (nothing, if the posting run never wrote
      * one).
       take-restructure-arrears.
           MOVE rst-period TO rst-last-due-period
           MOVE sa-remaining-balance TO rst-balance-after
           IF sa-equated-monthly-installment > rst-old-installment
               MOVE sa-equated-monthly-installment
                   TO rst-old-installment
           END-IF
           MOVE 0 TO rst-row-principal-paid
           MOVE 0 TO rst-row-interest-paid
           MOVE master-loan-account TO ldg-loan-account
           MOVE rst-period TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ldg-principal-applied TO rst-row-principal-paid
                   MOVE ldg-interest-applied TO rst-row-interest-paid
           END-READ
           IF sa-principal-payment > rst-row-principal-paid
               COMPUTE rst-arrears-principal = rst-arrears-principal
                   + sa-principal-payment - rst-row-principal-paid
           END-IF
           IF sa-interest-payment > rst-row-interest-paid
               COMPUTE rst-arrears-interest = rst-arrears-interest
                   + sa-interest-payment - rst-row-interest-paid
           END-IF
           EXIT.


      * Shows the arrears and has the operator key the workout:
      * whether the arrears interest is capitalized or forgiven, the
      * loan's new overall term in years (counted from its start, so
      * the installments already due stay where they fell), and a
      * concession rate no higher than today's (zero keeps it). The
      * new installment is previewed before anything is written.
       ask-restructure-terms.
           MOVE master-annual-interest-rate TO rst-old-rate
           CALL "SYSTEM" USING clear-command
           PERFORM design
           DISPLAY "HARDSHIP RESTRUCTURE  Account "
               master-loan-account " "
               FUNCTION TRIM(master-customer-name TRAILING)
           PERFORM design
           COMPUTE rst-period = rst-paid-through + 1
           DISPLAY "Installments in arrears: " rst-period " to "
               rst-last-due-period " (newest run " rst-old-run ")"
           MOVE rst-arrears-principal TO z-rst-amount
           DISPLAY "Arrears principal:  " peso-symbol z-rst-amount
           MOVE rst-arrears-interest TO z-rst-amount
           DISPLAY "Arrears interest:   " peso-symbol z-rst-amount
           MOVE rst-outstanding TO z-rst-amount
           DISPLAY "Principal owed:     " peso-symbol z-rst-amount
           MOVE rst-old-installment TO z-rst-amount
           MOVE rst-old-rate TO z-rst-rate
           DISPLAY "Current rate " z-rst-rate "%, term "
               master-loan-term-years " years, installment "
               peso-symbol z-rst-amount
           PERFORM design

           MOVE SPACE TO rst-confirm
           PERFORM UNTIL rst-confirm = "Y" OR rst-confirm = "N"
               DISPLAY "Capitalize the arrears interest [Y/N]? "
      -            "(N forgives it) " WITH NO ADVANCING
               ACCEPT rst-confirm
               MOVE FUNCTION UPPER-CASE(rst-confirm) TO rst-confirm
           END-PERFORM
           MOVE rst-confirm TO rst-interest-switch
           IF rst-capitalize-interest
               COMPUTE rst-new-balance =
                   rst-outstanding + rst-arrears-interest
               COMPUTE rst-capitalized =
                   rst-arrears-principal + rst-arrears-interest
               MOVE 0 TO rst-forgiven
           ELSE
               MOVE rst-outstanding TO rst-new-balance
               MOVE rst-arrears-principal TO rst-capitalized
               MOVE rst-arrears-interest TO rst-forgiven
           END-IF

      *    The new term must leave at least one installment after
      *    the last one already due, inside the longest term offered.
           MOVE 0 TO rst-new-months
           PERFORM UNTIL rst-new-months > 0
               DISPLAY "New overall term in years: "
                   WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value < 1
               OR parsed-numeric-value > max-loan-term-years
               OR FUNCTION INTEGER-PART(parsed-numeric-value)
                   NOT = parsed-numeric-value
               OR parsed-numeric-value * 12 <= rst-last-due-period
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE rst-new-term-years = parsed-numeric-value
                   COMPUTE rst-new-months =
                       (rst-new-term-years * 12) - rst-last-due-period
               END-IF
           END-PERFORM

           MOVE 0 TO rst-new-rate
           PERFORM UNTIL rst-new-rate > 0
               DISPLAY "New annual rate (%), 0 keeps the current "
      -            "rate: " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               EVALUATE TRUE
                   WHEN invalid-numeric-input
                   OR parsed-numeric-value < 0
                   OR parsed-numeric-value > rst-old-rate
                       DISPLAY "The rate can only be kept or "
      -                        "lowered...Press return"
                       ACCEPT invalid-input
                   WHEN parsed-numeric-value = 0
                       MOVE rst-old-rate TO rst-new-rate
                   WHEN OTHER
                       COMPUTE rst-new-rate = parsed-numeric-value
               END-EVALUATE
           END-PERFORM

           COMPUTE rst-monthly-rate = (rst-new-rate / 100) / 12
           COMPUTE rst-new-installment ROUNDED =
               (rst-new-balance * rst-monthly-rate
               * ((1 + rst-monthly-rate) ** rst-new-months))
               / (((1 + rst-monthly-rate) ** rst-new-months) - 1)
           PERFORM design
           MOVE rst-capitalized TO z-rst-amount
           DISPLAY "Amount capitalized: " peso-symbol z-rst-amount
           IF rst-forgiven > 0
               MOVE rst-forgiven TO z-rst-amount
               DISPLAY "Interest forgiven:  " peso-symbol
                   z-rst-amount
           END-IF
           MOVE rst-new-balance TO z-rst-amount
           DISPLAY "New balance:        " peso-symbol z-rst-amount
           MOVE rst-new-rate TO z-rst-rate
           MOVE rst-new-installment TO z-rst-amount
           DISPLAY "New rate " z-rst-rate "%, " rst-new-months
               " installments of " peso-symbol z-rst-amount
           PERFORM design
           MOVE SPACE TO rst-confirm
           PERFORM UNTIL rst-confirm = "Y" OR rst-confirm = "N"
               DISPLAY "Restructure the loan on these terms [Y/N]? "
                   WITH NO ADVANCING
               ACCEPT rst-confirm
               MOVE FUNCTION UPPER-CASE(rst-confirm) TO rst-confirm
           END-PERFORM
           EXIT.


      * A level-3 operator restructures on their own authority;
      * anyone else needs a level-3 supervisor's ID keyed at the
      * terminal.
       approve-restructure.
           MOVE SPACES TO approved-by-id
           MOVE "N" TO approval-granted-switch
           IF operator-authority >= 3
               MOVE operator-id TO approved-by-id
               SET approval-granted TO TRUE
           ELSE
               PERFORM obtain-restructure-approval
           END-IF
           EXIT.


      * Asks for, and validates, a level-3 supervisor to sign the
      * restructure off; the approver rides onto the audit record
      * and the register. Three failed attempts leave the loan as
      * it stands.
       obtain-restructure-approval.
           MOVE 0 TO approval-attempts
           DISPLAY "A hardship restructure needs a supervisor's "
      -            "sign-off."
           PERFORM UNTIL approval-granted OR approval-attempts >= 3
               DISPLAY "Supervisor ID to approve: " WITH NO ADVANCING
               ACCEPT supervisor-id
               MOVE FUNCTION UPPER-CASE(supervisor-id)
                   TO supervisor-id
               MOVE supervisor-id TO oper-operator-id
               READ OPERATOR-FILE
                   INVALID KEY
                       ADD 1 TO approval-attempts
                       DISPLAY "Unknown supervisor ID."
                   NOT INVALID KEY
                       IF oper-active-flag = "Y"
                       AND oper-authority-level = 3
                           MOVE supervisor-id TO approved-by-id
                           SET approval-granted TO TRUE
                           DISPLAY "Restructure approved by "
                               FUNCTION TRIM(oper-operator-name
                               TRAILING)
                       ELSE
                           ADD 1 TO approval-attempts
                           DISPLAY "That ID cannot approve a "
      -                            "restructure."
                       END-IF
               END-READ
           END-PERFORM
           IF NOT approval-granted
               DISPLAY "Restructure not approved; the loan stands..."
      -                "Press return"
               ACCEPT invalid-input
           END-IF
           EXIT.


      * Puts the workout through: the new schedule archived as the
      * loan's next run behind an anchor row carrying the new
      * balance at the last installment already due (the payoff
      * quote reads it there), the superseded ledger rows closed and
      * the position carried past them, the master re-termed as a
      * level-payment loan, COLLMAST marked restructured, and the
      * restructure registered and audited.
       apply-restructure.
           MOVE master-loan-account TO loan-account-number
           MOVE master-customer-name TO customer-name
           MOVE master-loan-start-date TO loan-start-date
           MOVE master-product-code TO product-code
      *    The workout rate is an agreed override, on the master and
      *    on the audit entry alike.
           MOVE "Y" TO rate-override-switch
           MOVE rst-new-rate TO annual-interest-rate
           COMPUTE monthly-interest-rate =
               (annual-interest-rate / 100) / 12
           MOVE rst-new-months TO loan-term-months
           MOVE 0 TO current-archive-run
           MOVE "N" TO archive-run-set-switch
           MOVE "N" TO resuming-from-checkpoint-switch
           MOVE rst-new-balance TO reprice-balance
           MOVE rst-last-due-period TO installment-period
           PERFORM write-reprice-anchor-row
           MOVE rst-new-balance TO principal
           MOVE rst-new-balance TO remaining-balance
           MOVE monthly-interest-rate TO rate
           MOVE rst-new-months TO number-of-payments
           MOVE rst-last-due-period TO installment-period
           MOVE 0 TO total-principal
           MOVE 0 TO total-interest
           MOVE 0 TO total-payments
           PERFORM reprice-schedule-row
               UNTIL remaining-balance < 0.01
           PERFORM close-restructured-rows
           PERFORM record-restructure

           MOVE rst-new-term-years TO master-loan-term-years
           MOVE rst-new-rate TO master-annual-interest-rate
           MOVE 'A' TO master-loan-type-choice
           MOVE 0 TO master-grace-period
           MOVE 0 TO master-balloon-rate
           MOVE 0 TO master-rate-change-interval
           MOVE 0 TO master-rate-change-amount
      *    The workout rate was agreed with the borrower, so the loan
      *    is kept off the product reprice run from now on.
           MOVE "Y" TO master-rate-override
           IF rst-capitalize-interest
               ADD rst-arrears-interest TO master-loan-amount
           END-IF
           REWRITE customer-master-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
      *    The interest added to the loan goes on the history, so the
      *    year-end statements can work a balance back past it.
           IF rst-capitalize-interest
           AND rst-arrears-interest > 0
               PERFORM init-transaction-history
               MOVE master-loan-account TO txn-loan-account
               MOVE rst-today TO txn-posting-date
               MOVE "C" TO txn-type
               MOVE rst-arrears-interest TO txn-amount
               MOVE rst-arrears-interest TO txn-principal
               PERFORM write-transaction-history
           END-IF

           MOVE master-loan-account TO coll-loan-account
           READ COLLECTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO coll-reminder-level
                   MOVE 0 TO coll-past-due-amount
                   MOVE 0 TO coll-past-90-amount
                   MOVE "N" TO coll-escalated-flag
                   SET coll-restructured TO TRUE
                   MOVE rst-today TO coll-workout-date
                   REWRITE collections-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ

           MOVE 'H' TO loan-type-choice
           MOVE rst-new-balance TO loan-amount
           IF rst-capitalize-interest
               MOVE "INT" TO audit-reason
           ELSE
               MOVE "PRI" TO audit-reason
           END-IF
           PERFORM write-audit-record
           MOVE SPACES TO audit-reason
           DISPLAY "Restructured " master-loan-account " as run "
               current-archive-run "...Press return"
           ACCEPT invalid-input
           EXIT.


      * Closes every installment the workout rolled up: a ledger row
      * the posting run already wrote keeps what was applied against
      * it and is marked RESTRUC; one it never reached is written
      * now, marked the same, so the ledger accounts for every
      * superseded installment. The position is then carried past
      * them to the last one rolled up, where the new run picks up.
       close-restructured-rows.
           COMPUTE rst-period = rst-paid-through + 1
           PERFORM UNTIL rst-period > rst-last-due-period
               MOVE master-loan-account TO sa-loan-account
               MOVE rst-old-run TO sa-run-number
               MOVE rst-period TO sa-installment-period
               READ SCHEDULE-ARCHIVE-FILE
                   INVALID KEY
                       MOVE 0 TO sa-due-date
                       MOVE 0 TO sa-equated-monthly-installment
               END-READ
               MOVE master-loan-account TO ldg-loan-account
               MOVE rst-period TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       PERFORM init-ledger-record-fields
                       MOVE master-loan-account TO ldg-loan-account
                       MOVE rst-period TO ldg-installment-period
                       MOVE sa-due-date TO ldg-due-date
                       MOVE sa-equated-monthly-installment
                           TO ldg-amount-due
                       MOVE rst-today TO ldg-posting-date
               END-READ
               MOVE "RESTRUC" TO ldg-status
               WRITE loan-ledger-record
                   INVALID KEY
                       REWRITE loan-ledger-record
               END-WRITE
               ADD 1 TO rst-period
           END-PERFORM
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   PERFORM init-ledger-record-fields
           END-READ
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           MOVE rst-last-due-period TO ldg-paid-through
           WRITE loan-ledger-record
               INVALID KEY
                   REWRITE loan-ledger-record
           END-WRITE
           EXIT.


      * Appends the restructure to the RESTRUC register, creating the
      * register first if this is the very first workout.
       record-restructure.
           OPEN EXTEND RESTRUCTURE-FILE
           IF restruc-status NOT = "00"
               OPEN OUTPUT RESTRUCTURE-FILE
           END-IF
           IF restruc-status NOT = "00"
               DISPLAY "WARNING: RESTRUC could not be opened (status "
                   restruc-status "); restructure not registered"
           ELSE
               MOVE master-loan-account TO rsx-loan-account
               MOVE rst-today TO rsx-restructure-date
               MOVE master-customer-name TO rsx-customer-name
               MOVE master-loan-type-choice TO rsx-old-type
               MOVE rst-old-rate TO rsx-old-rate
               MOVE master-loan-term-years TO rsx-old-term-years
               MOVE rst-old-installment TO rsx-old-installment
               MOVE rst-outstanding TO rsx-old-principal
               COMPUTE rsx-arrears-from = rst-paid-through + 1
               MOVE rst-last-due-period TO rsx-arrears-to
               MOVE rst-arrears-principal TO rsx-arrears-principal
               MOVE rst-arrears-interest TO rsx-arrears-interest
               MOVE rst-interest-switch TO rsx-interest-capitalized
               MOVE rst-capitalized TO rsx-amount-capitalized
               MOVE rst-forgiven TO rsx-interest-forgiven
               MOVE rst-new-rate TO rsx-new-rate
               MOVE rst-new-term-years TO rsx-new-term-years
               MOVE rst-new-months TO rsx-new-installments
               MOVE rst-new-installment TO rsx-new-installment
               MOVE rst-new-balance TO rsx-new-balance
               MOVE current-archive-run TO rsx-new-run-number
               MOVE operator-id TO rsx-keyed-by
               MOVE approved-by-id TO rsx-approved-by
               WRITE restructure-record
               CLOSE RESTRUCTURE-FILE
           END-IF
           EXIT.


      * This is the restructured-loans report: every workout on the
      * RESTRUC register with the loan's terms before and after and
      * what was capitalized or forgiven, closed with the count and
      * totals.
       restructure-report-mode.
           MOVE FUNCTION CURRENT-DATE(1:8) TO rst-report-date
           IF run-control-open
               PERFORM read-business-date
               MOVE business-date TO rst-report-date
           END-IF
           PERFORM design
           DISPLAY "RESTRUCTURED LOANS  " rst-report-date
           PERFORM design
           OPEN INPUT RESTRUCTURE-FILE
           IF restruc-status NOT = "00"
               DISPLAY "No restructures are registered (RESTRUC "
      -                "status " restruc-status ")"
           ELSE
               MOVE "N" TO restruc-eof-switch
               PERFORM UNTIL restruc-eof
                   READ RESTRUCTURE-FILE
                       AT END
                           SET restruc-eof TO TRUE
                       NOT AT END
                           PERFORM print-restructure-line
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF restruc-status NOT = "00"
                       SET restruc-eof TO TRUE
                   END-IF
               END-PERFORM
               CLOSE RESTRUCTURE-FILE
           END-IF
           PERFORM design
           DISPLAY "Loans restructured:  " rst-report-count
           MOVE rst-report-capitalized TO z-rst-total
           DISPLAY "Amount capitalized:  " peso-symbol z-rst-total
           MOVE rst-report-forgiven TO z-rst-total
           DISPLAY "Interest forgiven:   " peso-symbol z-rst-total
           PERFORM design
           EXIT.


      * Prints one restructure from the register, old terms over new.
       print-restructure-line.
           ADD 1 TO rst-report-count
           ADD rsx-amount-capitalized TO rst-report-capitalized
           ADD rsx-interest-forgiven TO rst-report-forgiven
           MOVE rsx-restructure-date TO due-date
           PERFORM format-due-date
           DISPLAY rsx-loan-account " "
               FUNCTION TRIM(rsx-customer-name TRAILING)
               "  restructured " date-value
               "  run " rsx-new-run-number
               "  by " rsx-keyed-by " approved " rsx-approved-by
           MOVE rsx-old-rate TO z-rst-rate
           MOVE rsx-old-installment TO z-rst-amount
           DISPLAY "    old: type " rsx-old-type " rate " z-rst-rate
               "% term " rsx-old-term-years " yrs installment "
               peso-symbol z-rst-amount
           MOVE rsx-new-rate TO z-rst-rate
           MOVE rsx-new-installment TO z-rst-amount
           DISPLAY "    new: type A rate " z-rst-rate "% term "
               rsx-new-term-years " yrs " rsx-new-installments
               " x " peso-symbol z-rst-amount
           MOVE rsx-amount-capitalized TO z-rst-amount
           DISPLAY "    installments " rsx-arrears-from " to "
               rsx-arrears-to " capitalized " peso-symbol z-rst-amount
               " (interest " rsx-interest-capitalized ")"
           MOVE rsx-old-principal TO z-rst-amount
           DISPLAY "    principal owed " peso-symbol z-rst-amount
           MOVE rsx-new-balance TO z-rst-amount
           DISPLAY "    new balance    " peso-symbol z-rst-amount
           IF rsx-interest-forgiven > 0
               MOVE rsx-interest-forgiven TO z-rst-amount
               DISPLAY "    interest forgiven " peso-symbol
                   z-rst-amount
           END-IF
           EXIT.


      * This is the cash-flow projection: every active loan's newest
      * archived run, less what the ledger already shows applied, is
      * bucketed into the calendar months of the horizon (this month
      * and the eleven after it, unless "PROJECT nn" asks for nn
      * months), principal and interest kept apart. Installments
      * already due and still unpaid are shown apart as arrears.
      * Under each month are listed the loans maturing in it, the
      * type-D balloon payments falling due and the step-rate
      * resets taking effect; product-code totals and the run's
      * control figures close the report, and every figure is also
      * written to CASHPROJ as comma-separated lines.
       projection-mode.
           MOVE FUNCTION CURRENT-DATE(1:8) TO proj-run-date
           IF run-control-open
               PERFORM read-business-date
               MOVE business-date TO proj-run-date
           END-IF
           EVALUATE TRUE
               WHEN command-line-parameter(9:2) IS NUMERIC
                   MOVE command-line-parameter(9:2) TO proj-horizon
               WHEN command-line-parameter(9:1) IS NUMERIC
               AND command-line-parameter(10:1) = SPACE
                   MOVE command-line-parameter(9:1) TO proj-horizon
           END-EVALUATE
           IF proj-horizon < 1
           OR proj-horizon > proj-max-horizon
               DISPLAY "Horizon must be 1 to " proj-max-horizon
                   " months; 12 months projected."
               MOVE 12 TO proj-horizon
           END-IF
           PERFORM design
           DISPLAY "CASH-FLOW PROJECTION  As Of: " proj-run-date
               "  Horizon: " proj-horizon " months"
           PERFORM design
           EVALUATE TRUE
               WHEN NOT archive-file-open
                   DISPLAY "Projection abandoned: the SCHEDARC "
      -                    "schedule archive is unavailable."
               WHEN NOT ledger-file-open
                   DISPLAY "Projection abandoned: the LOANLEDG "
      -                    "posting ledger is unavailable."
               WHEN OTHER
                   PERFORM run-projection
           END-EVALUATE
           EXIT.


      * Projects the book: the events are sorted into date order
      * while the loans are projected into the month and product
      * slots, then the months are printed one at a time with the
      * events falling in each.
       run-projection.
           PERFORM init-projection-tables
           OPEN OUTPUT PROJECTION-CSV-FILE
           IF projection-csv-status = "00"
               SET proj-csv-open TO TRUE
               MOVE SPACES TO projection-csv-record
               STRING "RECORD,MONTH,ACCOUNT,NAME,PRODUCT,TYPE,"
                   "PRINCIPAL,INTEREST,TOTAL,RATE"
                   DELIMITED BY SIZE INTO projection-csv-record
               WRITE projection-csv-record
           ELSE
               DISPLAY "WARNING: CASHPROJ could not be opened (status "
                   projection-csv-status "); no CSV is written"
           END-IF
           SORT PROJECTION-SORT-FILE
               ON ASCENDING KEY pjs-event-date
               ON ASCENDING KEY pjs-loan-account
               INPUT PROCEDURE IS project-book
               GIVING SORTED-PROJECTION-FILE
           MOVE "N" TO proj-sorted-eof-switch
           OPEN INPUT SORTED-PROJECTION-FILE
           IF sorted-projection-status NOT = "00"
               DISPLAY "WARNING: the sorted projection work file "
      -                "could not be read back (status "
                   sorted-projection-status "); events not listed"
               SET proj-sorted-eof TO TRUE
           ELSE
               PERFORM read-next-projection-event
           END-IF
           PERFORM print-projection-arrears
           PERFORM print-projection-month
               VARYING proj-slot FROM 1 BY 1
               UNTIL proj-slot > proj-horizon
           IF sorted-projection-status NOT = "35"
               CLOSE SORTED-PROJECTION-FILE
           END-IF
           PERFORM print-projection-products
           PERFORM print-projection-control
           IF proj-csv-open
               CLOSE PROJECTION-CSV-FILE
           END-IF
           EXIT.


      * Clears the month slots and keys each one with its yyyymm,
      * counting from the run date's own month.
       init-projection-tables.
           MOVE proj-run-date TO due-date
           COMPUTE proj-start-index = (due-year * 12) + due-month
           PERFORM VARYING proj-slot FROM 1 BY 1
               UNTIL proj-slot > proj-max-horizon
               COMPUTE proj-month-index = proj-start-index
                   + proj-slot - 1
               COMPUTE due-year-work =
                   FUNCTION INTEGER-PART((proj-month-index - 1) / 12)
               COMPUTE proj-month-key(proj-slot) =
                   (due-year-work * 100)
                   + (proj-month-index - (due-year-work * 12))
               MOVE 0 TO proj-month-principal(proj-slot)
               MOVE 0 TO proj-month-interest(proj-slot)
               MOVE 0 TO proj-month-maturities(proj-slot)
           END-PERFORM
           MOVE 0 TO proj-product-used
           EXIT.


      * The sort's input leg: the customer master is walked front
      * to back and every active loan projected, its dated events
      * released to the sort as they are found.
       project-book.
           MOVE 0 TO master-loan-account
           MOVE "N" TO proj-master-eof-switch
           START CUSTOMER-MASTER-FILE
               KEY >= master-loan-account
               INVALID KEY
                   SET proj-master-eof TO TRUE
           END-START
           PERFORM UNTIL proj-master-eof
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET proj-master-eof TO TRUE
                   NOT AT END
                       IF master-loan-status NOT = "S"
                       AND master-loan-status NOT = "W"
                           PERFORM project-one-loan
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF master-file-status NOT = "00"
                   SET proj-master-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Projects one loan off its newest archived run, from the
      * installment after the ledger's paid-through period on. A
      * loan booked without a start date has no due dates to
      * bucket by and is only counted.
       project-one-loan.
           MOVE master-loan-account TO arch-search-account
           PERFORM find-highest-archive-run
           EVALUATE TRUE
               WHEN archive-high-run = 0
                   CONTINUE
               WHEN master-loan-start-date = 0
                   ADD 1 TO proj-undated-count
               WHEN OTHER
                   ADD 1 TO proj-loan-count
                   PERFORM read-projection-position
                   PERFORM collect-projection-rows
                   PERFORM add-projection-product
                   PERFORM release-maturity-event
                   IF master-loan-type-choice = 'E'
                   AND master-rate-change-interval > 0
                       PERFORM release-reset-events
                   END-IF
           END-EVALUATE
           EXIT.


      * Reads the loan's paid-through period off its ledger
      * position; nothing posted yet leaves it at zero.
       read-projection-position.
           MOVE 0 TO proj-paid-through
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ldg-paid-through TO proj-paid-through
           END-READ
           EXIT.


      * Reads the newest run's rows after the paid-through period
      * directly off the keyed archive.
       collect-projection-rows.
           MOVE 0 TO proj-loan-principal
           MOVE 0 TO proj-loan-interest
           MOVE 0 TO proj-last-due-date
           MOVE 0 TO proj-last-payment
           MOVE master-loan-account TO sa-loan-account
           MOVE archive-high-run TO sa-run-number
           COMPUTE sa-installment-period = proj-paid-through + 1
           MOVE "N" TO proj-sched-eof-switch
           START SCHEDULE-ARCHIVE-FILE
               KEY >= sa-archive-key
               INVALID KEY
                   SET proj-sched-eof TO TRUE
           END-START
           PERFORM UNTIL proj-sched-eof
               READ SCHEDULE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET proj-sched-eof TO TRUE
                   NOT AT END
                       IF sa-loan-account NOT = master-loan-account
                       OR sa-run-number NOT = archive-high-run
                           SET proj-sched-eof TO TRUE
                       ELSE
                           PERFORM project-one-row
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF archive-file-status NOT = "00"
                   SET proj-sched-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Takes one installment into the projection: what it was
      * scheduled to carry, less what the posting run has already
      * applied against it, lands in arrears when it fell due before
      * today, in its month's slot inside the horizon, or past the
      * horizon. Zero-amount rows (a grace period, a carried-balance
      * anchor) owe nothing and are passed over.
       project-one-row.
           IF sa-equated-monthly-installment > 0
           AND sa-due-date > 0
               MOVE sa-principal-payment TO proj-row-principal
               MOVE sa-interest-payment TO proj-row-interest
               MOVE master-loan-account TO ldg-loan-account
               MOVE sa-installment-period TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ldg-principal-applied >= proj-row-principal
                           MOVE 0 TO proj-row-principal
                       ELSE
                           SUBTRACT ldg-principal-applied
                               FROM proj-row-principal
                       END-IF
                       IF ldg-interest-applied >= proj-row-interest
                           MOVE 0 TO proj-row-interest
                       ELSE
                           SUBTRACT ldg-interest-applied
                               FROM proj-row-interest
                       END-IF
               END-READ
               MOVE sa-due-date TO proj-last-due-date
               COMPUTE proj-last-payment =
                   proj-row-principal + proj-row-interest
               MOVE sa-due-date TO due-date
               PERFORM locate-projection-slot
               EVALUATE TRUE
                   WHEN sa-due-date < proj-run-date
                       ADD proj-row-principal TO proj-arrears-principal
                       ADD proj-row-interest TO proj-arrears-interest
                   WHEN proj-slot-work > proj-horizon
                       ADD proj-row-principal TO proj-beyond-principal
                       ADD proj-row-interest TO proj-beyond-interest
                   WHEN OTHER
                       MOVE proj-slot-work TO proj-slot
                       ADD proj-row-principal
                           TO proj-month-principal(proj-slot)
                       ADD proj-row-interest
                           TO proj-month-interest(proj-slot)
                       ADD proj-row-principal TO proj-loan-principal
                       ADD proj-row-interest TO proj-loan-interest
               END-EVALUATE
           END-IF
           EXIT.


      * Works out which month slot the date in due-date falls in:
      * one for the run date's own month, zero or less before it,
      * past the horizon after it.
       locate-projection-slot.
           COMPUTE proj-month-index = (due-year * 12) + due-month
           COMPUTE proj-slot-work =
               proj-month-index - proj-start-index + 1
           EXIT.


      * Adds the loan's projected inflow inside the horizon to its
      * product code's slot, opening a slot for a code not seen yet.
       add-projection-product.
           IF master-product-code = SPACES
               MOVE "*NONE*" TO proj-csv-code
           ELSE
               MOVE master-product-code TO proj-csv-code
           END-IF
           MOVE 1 TO proj-product-slot
           PERFORM UNTIL proj-product-slot > proj-product-used
           OR proj-product-code(proj-product-slot) = proj-csv-code
               ADD 1 TO proj-product-slot
           END-PERFORM
           IF proj-product-slot > proj-product-used
               IF proj-product-used < 29
                   ADD 1 TO proj-product-used
               ELSE
                   MOVE 30 TO proj-product-used
                   MOVE "*OTHER*" TO proj-csv-code
               END-IF
               MOVE proj-product-used TO proj-product-slot
               IF proj-product-code(proj-product-slot)
                   NOT = proj-csv-code
                   MOVE proj-csv-code
                       TO proj-product-code(proj-product-slot)
                   MOVE 0 TO proj-product-loans(proj-product-slot)
                   MOVE 0
                       TO proj-product-principal(proj-product-slot)
                   MOVE 0
                       TO proj-product-interest(proj-product-slot)
               END-IF
           END-IF
           ADD 1 TO proj-product-loans(proj-product-slot)
           ADD proj-loan-principal
               TO proj-product-principal(proj-product-slot)
           ADD proj-loan-interest
               TO proj-product-interest(proj-product-slot)
           EXIT.


      * Releases the loan's maturity to the sort when its last
      * installment falls due inside the horizon -- as a balloon
      * payment on a type-D loan -- with what is still to come on
      * that final installment.
       release-maturity-event.
           IF proj-last-due-date >= proj-run-date
               MOVE proj-last-due-date TO due-date
               PERFORM locate-projection-slot
               IF proj-slot-work <= proj-horizon
                   MOVE proj-slot-work TO proj-slot
                   ADD 1 TO proj-month-maturities(proj-slot)
                   MOVE proj-last-due-date TO pjs-event-date
                   IF master-loan-type-choice = 'D'
                       MOVE "B" TO pjs-event-type
                       ADD 1 TO proj-balloon-count
                   ELSE
                       MOVE "M" TO pjs-event-type
                   END-IF
                   ADD 1 TO proj-maturity-count
                   MOVE proj-last-payment TO pjs-amount
                   MOVE 0 TO pjs-new-rate
                   PERFORM release-projection-event
               END-IF
           END-IF
           EXIT.


      * Releases every rate reset of a step-rate loan falling due
      * inside the horizon: the rate steps at each installment that
      * opens a new rate-change interval, exactly as paragraph-e
      * recasts it, so the date is that installment's due date and
      * the rate is the loan's starting rate stepped once per
      * interval crossed.
       release-reset-events.
           MOVE master-loan-start-date TO loan-start-date
           MOVE 1 TO proj-reset-count
           COMPUTE proj-reset-period =
               (proj-reset-count * master-rate-change-interval) + 1
           PERFORM UNTIL proj-reset-period > archive-high-last-period
               MOVE proj-reset-period TO installment-period
               PERFORM compute-due-date
               PERFORM locate-projection-slot
               IF proj-slot-work > proj-horizon
                   MOVE archive-high-last-period TO proj-reset-period
               ELSE
                   IF due-date >= proj-run-date
                       MOVE due-date TO pjs-event-date
                       MOVE "R" TO pjs-event-type
                       MOVE 0 TO pjs-amount
                       COMPUTE pjs-new-rate =
                           master-annual-interest-rate
                           + (proj-reset-count
                           * master-rate-change-amount)
                       ADD 1 TO proj-resets-count
                       PERFORM release-projection-event
                   END-IF
               END-IF
               ADD 1 TO proj-reset-count
               COMPUTE proj-reset-period = proj-reset-period
                   + master-rate-change-interval
           END-PERFORM
           EXIT.


      * Fills in the loan's details on the event and releases it.
       release-projection-event.
           MOVE master-loan-account TO pjs-loan-account
           MOVE master-customer-name TO pjs-customer-name
           MOVE master-product-code TO pjs-product-code
           MOVE master-loan-type-choice TO pjs-loan-type
           RELEASE projection-sort-record
           EXIT.


      * Fetches the next sorted projection event, if any are left.
       read-next-projection-event.
           READ SORTED-PROJECTION-FILE
               AT END
                   SET proj-sorted-eof TO TRUE
           END-READ
           IF sorted-projection-status NOT = "00"
               SET proj-sorted-eof TO TRUE
           END-IF
           EXIT.


      * The money already due and still unpaid, shown ahead of the
      * months because nobody can say which month it will come in.
       print-projection-arrears.
           DISPLAY "MONTH       PRINCIPAL          INTEREST          "
      -            "TOTAL"
           COMPUTE proj-line-total =
               proj-arrears-principal + proj-arrears-interest
           MOVE proj-arrears-principal TO z-proj-principal
           MOVE proj-arrears-interest TO z-proj-interest
           MOVE proj-line-total TO z-proj-total
           DISPLAY "ARREARS " z-proj-principal " " z-proj-interest
               " " z-proj-total
           MOVE "ARREARS" TO proj-event-label
           MOVE SPACES TO proj-csv-month
           MOVE SPACES TO proj-csv-code
           PERFORM write-projection-csv-amounts
           EXIT.


      * Prints one month of the horizon -- its expected principal,
      * interest and total -- followed by the maturities, balloon
      * payments and rate resets falling due in it.
       print-projection-month.
           COMPUTE proj-line-total = proj-month-principal(proj-slot)
               + proj-month-interest(proj-slot)
           ADD proj-month-principal(proj-slot) TO proj-total-principal
           ADD proj-month-interest(proj-slot) TO proj-total-interest
           STRING proj-month-key(proj-slot)(1:4) "-"
               proj-month-key(proj-slot)(5:2)
               DELIMITED BY SIZE INTO proj-csv-month
           MOVE proj-month-principal(proj-slot) TO z-proj-principal
           MOVE proj-month-interest(proj-slot) TO z-proj-interest
           MOVE proj-line-total TO z-proj-total
           MOVE proj-month-maturities(proj-slot) TO z-proj-count
           DISPLAY proj-csv-month " " z-proj-principal " "
               z-proj-interest " " z-proj-total "  maturing "
               z-proj-count
           MOVE "MONTH" TO proj-event-label
           MOVE SPACES TO proj-csv-code
           PERFORM write-projection-csv-amounts
           PERFORM UNTIL proj-sorted-eof
           OR pjo-event-month > proj-month-key(proj-slot)
               PERFORM print-projection-event
               PERFORM read-next-projection-event
           END-PERFORM
           EXIT.


      * Prints one maturity, balloon payment or rate reset under its
      * month, and writes it to the CSV.
       print-projection-event.
           EVALUATE pjo-event-type
               WHEN "B"
                   MOVE "BALLOON" TO proj-event-label
               WHEN "R"
                   MOVE "RESET" TO proj-event-label
               WHEN OTHER
                   MOVE "MATURITY" TO proj-event-label
           END-EVALUATE
           MOVE pjo-event-date TO due-date
           PERFORM format-due-date
           IF pjo-event-type = "R"
               MOVE pjo-new-rate TO z-proj-rate
               DISPLAY "    " proj-event-label " " date-value " "
                   pjo-loan-account " "
                   FUNCTION TRIM(pjo-customer-name TRAILING)
                   " " pjo-product-code " type " pjo-loan-type
                   " rate to " z-proj-rate "%"
           ELSE
               MOVE pjo-amount TO z-proj-amount
               DISPLAY "    " proj-event-label " " date-value " "
                   pjo-loan-account " "
                   FUNCTION TRIM(pjo-customer-name TRAILING)
                   " " pjo-product-code " type " pjo-loan-type
                   " final " peso-symbol z-proj-amount
           END-IF
           IF proj-csv-open
               MOVE pjo-amount TO z-proj-total
               MOVE pjo-new-rate TO z-proj-rate
               MOVE SPACES TO projection-csv-record
               STRING FUNCTION TRIM(proj-event-label) ","
                   proj-csv-month "," pjo-loan-account ","
                   QUOTE FUNCTION TRIM(pjo-customer-name) QUOTE ","
                   FUNCTION TRIM(pjo-product-code) ","
                   pjo-loan-type ",,,"
                   FUNCTION TRIM(z-proj-total) ","
                   FUNCTION TRIM(z-proj-rate)
                   DELIMITED BY SIZE INTO projection-csv-record
               WRITE projection-csv-record
           END-IF
           EXIT.


      * Writes one principal / interest / total line to the CSV,
      * labelled as set up by the caller.
       write-projection-csv-amounts.
           IF proj-csv-open
               MOVE SPACES TO projection-csv-record
               STRING FUNCTION TRIM(proj-event-label) ","
                   FUNCTION TRIM(proj-csv-month) ",,,"
                   FUNCTION TRIM(proj-csv-code) ",,"
                   FUNCTION TRIM(z-proj-principal) ","
                   FUNCTION TRIM(z-proj-interest) ","
                   FUNCTION TRIM(z-proj-total) ","
                   DELIMITED BY SIZE INTO projection-csv-record
               WRITE projection-csv-record
           END-IF
           EXIT.


      * Prints the horizon's inflow by product code.
       print-projection-products.
           PERFORM design
           DISPLAY "BY PRODUCT      LOANS       PRINCIPAL          "
      -            "INTEREST             TOTAL"
           PERFORM VARYING proj-product-slot FROM 1 BY 1
               UNTIL proj-product-slot > proj-product-used
               COMPUTE proj-line-total =
                   proj-product-principal(proj-product-slot)
                   + proj-product-interest(proj-product-slot)
               MOVE proj-product-loans(proj-product-slot)
                   TO z-proj-count
               MOVE proj-product-principal(proj-product-slot)
                   TO z-proj-principal
               MOVE proj-product-interest(proj-product-slot)
                   TO z-proj-interest
               MOVE proj-line-total TO z-proj-total
               DISPLAY proj-product-code(proj-product-slot) "    "
                   z-proj-count " " z-proj-principal " "
                   z-proj-interest " " z-proj-total
               MOVE "PRODUCT" TO proj-event-label
               MOVE SPACES TO proj-csv-month
               MOVE proj-product-code(proj-product-slot)
                   TO proj-csv-code
               PERFORM write-projection-csv-amounts
           END-PERFORM
           EXIT.


      * The control page: what was projected and the horizon's
      * totals, with what falls past the horizon kept apart.
       print-projection-control.
           PERFORM design
           DISPLAY "PROJECTION CONTROL"
           PERFORM design
           DISPLAY "Loans projected:          " proj-loan-count
           DISPLAY "Loans with no start date: " proj-undated-count
           DISPLAY "Maturities in horizon:    " proj-maturity-count
           DISPLAY "  of which balloons:      " proj-balloon-count
           DISPLAY "Rate resets in horizon:   " proj-resets-count
           COMPUTE proj-line-total =
               proj-total-principal + proj-total-interest
           MOVE proj-total-principal TO z-proj-principal
           MOVE proj-total-interest TO z-proj-interest
           MOVE proj-line-total TO z-proj-total
           DISPLAY "Horizon principal:        " peso-symbol
               z-proj-principal
           DISPLAY "Horizon interest:         " peso-symbol
               z-proj-interest
           DISPLAY "Horizon total:            " peso-symbol
               z-proj-total
           MOVE "TOTAL" TO proj-event-label
           MOVE SPACES TO proj-csv-month
           MOVE SPACES TO proj-csv-code
           PERFORM write-projection-csv-amounts
           COMPUTE proj-line-total =
               proj-beyond-principal + proj-beyond-interest
           MOVE proj-beyond-principal TO z-proj-principal
           MOVE proj-beyond-interest TO z-proj-interest
           MOVE proj-line-total TO z-proj-total
           DISPLAY "Beyond the horizon:       " peso-symbol
               z-proj-total
           MOVE "BEYOND" TO proj-event-label
           PERFORM write-projection-csv-amounts
           PERFORM design
           DISPLAY "Projection complete."
           EXIT.


      * Takes a supervisor's force off the command line: "POST FORCE
      * <id>" asks for the POST run to go ahead where the sequence
      * control would refuse it, on the authority of the level-3
      * operator whose ID follows. The run name alone is left in the
      * parameter for the dispatch below.
       split-force-request.
           MOVE SPACES TO rctl-word-1
           MOVE SPACES TO rctl-word-2
           MOVE SPACES TO rctl-word-3
           UNSTRING command-line-parameter DELIMITED BY ALL SPACE
               INTO rctl-word-1 rctl-word-2 rctl-word-3
           END-UNSTRING
           IF rctl-word-2 = "FORCE"
               SET rctl-force-requested TO TRUE
               MOVE rctl-word-3 TO rctl-force-id
               MOVE rctl-word-1 TO command-line-parameter
           END-IF
           EXIT.


      * Clears the run named in rctl-run-name to start against the
      * shop's business date, or refuses it. A run needs every run
      * it depends on completed for the business date; going a
      * second time for the same date, or after a later run has
      * already closed the part of the day it belongs to, needs a
      * supervisor's force. A run that ended abandoned changed
      * nothing and may simply be run again. Starts and refusals
      * alike are logged on RUNLOG.
       begin-controlled-run.
           MOVE "N" TO rctl-cleared-switch
           MOVE "N" TO rctl-abandoned-switch
           MOVE "N" TO rctl-needs-force-switch
           MOVE SPACES TO rctl-refusal
           MOVE SPACES TO rctl-force-reason
           MOVE SPACES TO rctl-forced-by
           IF NOT run-control-open
               MOVE "RUNCTL is unavailable" TO rctl-refusal
           ELSE
               PERFORM read-business-date
               PERFORM check-run-sequence
           END-IF
           IF rctl-refusal = SPACES
           AND rctl-needs-force
               PERFORM approve-forced-run
           END-IF
           IF rctl-refusal = SPACES
               PERFORM record-run-start
               SET rctl-run-cleared TO TRUE
           ELSE
               DISPLAY rctl-run-name " REFUSED for business date "
                   business-date ": " FUNCTION TRIM(rctl-refusal)
               MOVE FUNCTION CURRENT-DATE(1:14) TO rctl-stamp
               MOVE "REFUSED" TO rctl-log-event
               MOVE SPACE TO rctl-log-status
               MOVE rctl-refusal TO rctl-log-message
               PERFORM write-run-log
           END-IF
           EXIT.


      * Reads the shop's business date off RUNCTL. The very first
      * run on a new file starts the business date at today's date.
       read-business-date.
           MOVE 0 TO rcf-business-date
           MOVE "*DATE*" TO rcf-run-name
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO run-control-record
                   MOVE 0 TO rcf-business-date
                   MOVE "*DATE*" TO rcf-run-name
                   MOVE FUNCTION CURRENT-DATE(1:8) TO rcd-current-date
                   MOVE 0 TO rcd-last-rolled-from
                   WRITE run-control-record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   DISPLAY "RUNCTL: business date started at "
                       rcd-current-date
           END-READ
           MOVE rcd-current-date TO business-date
           EXIT.


      * The night's sequence: GL journals what POST applied, EOD
      * follows both, and BILL, PURGE and the business-date roll
      * follow EOD. BATCH, REPRICE, POST and REVERSE write what GL
      * journals, so once GL has run for the day they need a force.
       check-run-sequence.
           EVALUATE rctl-run-name
               WHEN "GL"
                   MOVE "POST" TO rctl-check-name
                   PERFORM require-completed-run
               WHEN "EOD"
                   MOVE "POST" TO rctl-check-name
                   PERFORM require-completed-run
                   MOVE "GL" TO rctl-check-name
                   PERFORM require-completed-run
               WHEN "BILL"
               WHEN "PURGE"
               WHEN "ROLL"
                   MOVE "EOD" TO rctl-check-name
                   PERFORM require-completed-run
               WHEN "BATCH"
               WHEN "REPRICE"
               WHEN "POST"
               WHEN "REVERSE"
                   MOVE "GL" TO rctl-check-name
                   PERFORM refuse-after-run
           END-EVALUATE
           IF rctl-refusal = SPACES
               MOVE business-date TO rcf-business-date
               MOVE rctl-run-name TO rcf-run-name
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT rcf-run-abandoned
                           SET rctl-needs-force TO TRUE
                           MOVE "already run for this business date"
                               TO rctl-force-reason
                       END-IF
               END-READ
           END-IF
           EXIT.


      * Refuses the run unless the run named in rctl-check-name has
      * completed for the business date.
       require-completed-run.
           IF rctl-refusal = SPACES
               MOVE business-date TO rcf-business-date
               MOVE rctl-check-name TO rcf-run-name
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       STRING FUNCTION TRIM(rctl-check-name)
                           " has not run for this business date"
                           DELIMITED BY SIZE INTO rctl-refusal
                   NOT INVALID KEY
                       IF NOT rcf-run-complete
                           STRING FUNCTION TRIM(rctl-check-name)
                               " has not completed for this business"
                               " date" DELIMITED BY SIZE
                               INTO rctl-refusal
                       END-IF
               END-READ
           END-IF
           EXIT.


      * Holds the run for a supervisor's force when the run named in
      * rctl-check-name has already been started for the business
      * date.
       refuse-after-run.
           MOVE business-date TO rcf-business-date
           MOVE rctl-check-name TO rcf-run-name
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT rcf-run-abandoned
                       SET rctl-needs-force TO TRUE
                       STRING FUNCTION TRIM(rctl-check-name)
                           " has already run for this business date"
                           DELIMITED BY SIZE INTO rctl-force-reason
                   END-IF
           END-READ
           EXIT.


      * Terminal work that GL journals only for the business date it
      * is dated by -- a reversal, a late-charge waiver, a settlement
      * or write-off, a restructure -- is refused once GL has run for
      * that date and until ROLL moves the date on, as the batch runs
      * are. The date is read afresh, so a session left signed on
      * across the roll picks up the new one.
       check-gl-closed.
           MOVE "N" TO rctl-gl-closed-switch
           IF run-control-open
               PERFORM read-business-date
               MOVE business-date TO rcf-business-date
               MOVE "GL" TO rcf-run-name
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT rcf-run-abandoned
                           SET rctl-gl-closed TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT.


      * A run the sequence holds goes ahead only on the force of an
      * active level-3 operator named on the command line.
       approve-forced-run.
           EVALUATE TRUE
               WHEN NOT rctl-force-requested
                   STRING FUNCTION TRIM(rctl-force-reason)
                       "; a supervisor must FORCE it"
                       DELIMITED BY SIZE INTO rctl-refusal
               WHEN NOT operator-file-open
                   MOVE "force refused: OPERMAST is unavailable"
                       TO rctl-refusal
               WHEN OTHER
                   MOVE rctl-force-id TO oper-operator-id
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "force refused: unknown supervisor ID"
                               TO rctl-refusal
                       NOT INVALID KEY
                           IF oper-active-flag = "Y"
                           AND oper-authority-level = 3
                               MOVE rctl-force-id TO rctl-forced-by
                               DISPLAY rctl-run-name " forced by "
                                   FUNCTION TRIM(oper-operator-name
                                   TRAILING) ": "
                                   FUNCTION TRIM(rctl-force-reason)
                           ELSE
                               MOVE
                                   "force refused: not a supervisor ID"
                                   TO rctl-refusal
                           END-IF
                   END-READ
           END-EVALUATE
           EXIT.


      * Marks the run started for the business date and logs it.
       record-run-start.
           MOVE FUNCTION CURRENT-DATE(1:14) TO rctl-stamp
           MOVE business-date TO rcf-business-date
           MOVE rctl-run-name TO rcf-run-name
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 0 TO rcf-start-count
           END-READ
           MOVE business-date TO rcf-business-date
           MOVE rctl-run-name TO rcf-run-name
           SET rcf-run-started TO TRUE
           MOVE rctl-stamp TO rcf-start-stamp
           MOVE SPACES TO rcf-end-stamp
           ADD 1 TO rcf-start-count
           MOVE rctl-forced-by TO rcf-forced-by
           WRITE run-control-record
               INVALID KEY
                   REWRITE run-control-record
           END-WRITE
           DISPLAY rctl-run-name " started for business date "
               business-date
           MOVE "START" TO rctl-log-event
           MOVE "S" TO rctl-log-status
           MOVE SPACES TO rctl-log-message
           IF rctl-forced-by NOT = SPACES
               STRING "forced: " FUNCTION TRIM(rctl-force-reason)
                   DELIMITED BY SIZE INTO rctl-log-message
           END-IF
           PERFORM write-run-log
           EXIT.


      * Marks the run complete -- or abandoned, when it stopped
      * before changing anything -- and logs how it ended.
       end-controlled-run.
           MOVE FUNCTION CURRENT-DATE(1:14) TO rctl-stamp
           MOVE business-date TO rcf-business-date
           MOVE rctl-run-name TO rcf-run-name
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF rctl-run-abandoned
                       SET rcf-run-abandoned TO TRUE
                   ELSE
                       SET rcf-run-complete TO TRUE
                   END-IF
                   MOVE rctl-stamp TO rcf-end-stamp
                   REWRITE run-control-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE "END" TO rctl-log-event
           MOVE SPACES TO rctl-log-message
           IF rctl-run-abandoned
               MOVE "A" TO rctl-log-status
               DISPLAY rctl-run-name " ended ABANDONED for business "
      -                "date " business-date
           ELSE
               MOVE "C" TO rctl-log-status
               DISPLAY rctl-run-name " ended COMPLETE for business "
      -                "date " business-date
           END-IF
           PERFORM write-run-log
           EXIT.


      * Appends one line to RUNLOG, creating it on the first run.
       write-run-log.
           OPEN EXTEND RUN-LOG-FILE
           IF run-log-status NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF run-log-status NOT = "00"
               DISPLAY "WARNING: RUNLOG could not be opened (status "
                   run-log-status "); run not logged"
           ELSE
               MOVE rctl-stamp TO rlg-stamp
               MOVE business-date TO rlg-business-date
               MOVE rctl-run-name TO rlg-run-name
               MOVE rctl-log-event TO rlg-event
               MOVE rctl-log-status TO rlg-run-status
               MOVE rctl-forced-by TO rlg-operator-id
               MOVE rctl-log-message TO rlg-message
               WRITE run-log-record
               CLOSE RUN-LOG-FILE
           END-IF
           EXIT.


      * This is the end-of-day roll: once the day's EOD has
      * completed, the shop's business date moves on to the next
      * weekday, and every night run from then on runs against it.
       roll-business-date.
           COMPUTE rctl-day-number =
               FUNCTION INTEGER-OF-DATE(business-date) + 1
      *    Day 1 of the integer calendar, 1 January 1601, was a
      *    Monday, so the remainder counts 0 Monday to 6 Sunday.
           COMPUTE rctl-weekday =
               FUNCTION MOD(rctl-day-number - 1, 7)
           EVALUATE rctl-weekday
               WHEN 5
                   ADD 2 TO rctl-day-number
               WHEN 6
                   ADD 1 TO rctl-day-number
           END-EVALUATE
           COMPUTE rctl-next-date =
               FUNCTION DATE-OF-INTEGER(rctl-day-number)
           MOVE 0 TO rcf-business-date
           MOVE "*DATE*" TO rcf-run-name
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Roll abandoned: the RUNCTL business "
      -                    "date record could not be read."
               NOT INVALID KEY
                   MOVE business-date TO rcd-last-rolled-from
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO rcd-last-rolled-stamp
                   MOVE rctl-next-date TO rcd-current-date
                   REWRITE run-control-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   DISPLAY "Business date rolled from " business-date
                       " to " rctl-next-date
                   MOVE FUNCTION CURRENT-DATE(1:14) TO rctl-stamp
                   MOVE "ROLL" TO rctl-log-event
                   MOVE "C" TO rctl-log-status
                   MOVE SPACES TO rctl-log-message
                   STRING "business date rolled to " rctl-next-date
                       DELIMITED BY SIZE INTO rctl-log-message
                   PERFORM write-run-log
           END-READ
           EXIT.


      * Issues the cost-of-credit disclosure for the loan just run,
      * when it is a loan being originated and no disclosure for it
      * is on file yet. A loan re-run off the master, or one whose
      * disclosure went out before a dropped session, gets nothing
      * new here; the counter reprints the original instead.
       issue-loan-disclosure.
           IF disclosure-due
               IF NOT disclosure-file-open
               OR NOT archive-file-open
               OR current-archive-run = 0
                   DISPLAY "The cost-of-credit disclosure for loan "
                       loan-account-number " could not be issued: "
                       "DISCLOSE or SCHEDARC is unavailable."
               ELSE
                   MOVE loan-account-number TO dsc-loan-account
                   READ DISCLOSURE-FILE
                       INVALID KEY
                           PERFORM build-loan-disclosure
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF
           MOVE "N" TO disclosure-due-switch
           EXIT.


      * Works the disclosure out from the archived schedule: the
      * product charge comes out of the loan amount to leave the
      * amount financed, every payment on the schedule makes up the
      * total of payments, and what the borrower pays over the
      * amount financed is the finance charge. The disclosure is
      * kept on DISCLOSE, printed, and its issue audited.
       build-loan-disclosure.
           PERFORM compute-product-charge
           PERFORM load-disclosure-schedule
           IF dsx-payment-count = 0
               DISPLAY "No archived schedule found for loan "
                   loan-account-number "; the cost-of-credit "
                   "disclosure was not issued."
           ELSE
               COMPUTE dsx-amount-financed ROUNDED =
                   loan-amount - dsx-product-charge
               IF dsx-total-of-payments > dsx-amount-financed
                   COMPUTE dsx-finance-charge =
                       dsx-total-of-payments - dsx-amount-financed
               ELSE
                   MOVE 0 TO dsx-finance-charge
               END-IF
               PERFORM compute-disclosure-apr

               MOVE loan-account-number TO dsc-loan-account
               MOVE customer-name TO dsc-customer-name
               MOVE FUNCTION CURRENT-DATE(1:8) TO dsc-issue-date
      *        The disclosure is dated by the business date, as the
      *        audit log is.
               IF business-date > 0
                   MOVE business-date TO dsc-issue-date
               END-IF
               MOVE loan-type-choice TO dsc-loan-type
               MOVE product-code TO dsc-product-code
               MOVE current-archive-run TO dsc-run-number
               COMPUTE dsc-loan-amount ROUNDED = loan-amount
               MOVE dsx-product-charge TO dsc-product-charge
               MOVE dsx-amount-financed TO dsc-amount-financed
               MOVE dsx-finance-charge TO dsc-finance-charge
               MOVE dsx-total-of-payments TO dsc-total-of-payments
               MOVE dsx-payment-count TO dsc-payment-count
               MOVE dsx-apr TO dsc-annual-percentage-rate
               COMPUTE dsc-note-rate ROUNDED = annual-interest-rate
               MOVE dsx-first-due-date TO dsc-first-due-date
               MOVE dsx-first-payment TO dsc-first-payment
               MOVE dsx-final-due-date TO dsc-final-due-date
               MOVE dsx-final-payment TO dsc-final-payment
               MOVE operator-name TO dsc-issued-by
               MOVE 0 TO dsc-reprint-count
               MOVE 0 TO dsc-last-reprint-date
               WRITE disclosure-record
                   INVALID KEY
                       REWRITE disclosure-record
               END-WRITE

               MOVE "N" TO disclosure-reprint-switch
               PERFORM print-loan-disclosure
               MOVE "ISS" TO audit-reason
               PERFORM write-disclosure-audit
           END-IF
           EXIT.


      * Reads the origination charge off the loan's product. A loan
      * with no product, a product no longer on the table, or a rate
      * table that never opened carries no charge. The charge can
      * never come to more than the loan itself.
       compute-product-charge.
           MOVE 0 TO dsx-product-charge
           IF product-file-open
           AND product-code NOT = SPACES
               MOVE product-code TO prod-product-code
               READ LOAN-PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN prod-orig-fee-flat
                               MOVE prod-orig-fee-amount
                                   TO dsx-product-charge
                           WHEN prod-orig-fee-percent
                               COMPUTE dsx-product-charge ROUNDED =
                                   loan-amount * prod-orig-fee-rate
                                   / 100
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           IF dsx-product-charge > loan-amount
               COMPUTE dsx-product-charge ROUNDED = loan-amount
           END-IF
           EXIT.


      * Reads the loan's current archive run into the payment table,
      * period by period, counting and totalling every payment and
      * noting the first and the final one. Grace periods carry no
      * payment and are neither counted nor totalled, but they keep
      * their place so each payment is discounted from its own
      * period.
       load-disclosure-schedule.
           INITIALIZE disclosure-payment-table
           MOVE 0 TO dsx-payment-count
           MOVE 0 TO dsx-total-of-payments
           MOVE 0 TO dsx-last-period
           MOVE 0 TO dsx-first-due-date
           MOVE 0 TO dsx-first-payment
           MOVE 0 TO dsx-final-due-date
           MOVE 0 TO dsx-final-payment
           MOVE "N" TO dsx-scan-eof-switch
           MOVE loan-account-number TO sa-loan-account
           MOVE current-archive-run TO sa-run-number
           MOVE 0 TO sa-installment-period
           START SCHEDULE-ARCHIVE-FILE
               KEY >= sa-archive-key
               INVALID KEY
                   SET dsx-scan-eof TO TRUE
           END-START
           PERFORM UNTIL dsx-scan-eof
               READ SCHEDULE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET dsx-scan-eof TO TRUE
                   NOT AT END
                       IF sa-loan-account = loan-account-number
                       AND sa-run-number = current-archive-run
                           IF sa-installment-period > 0
                           AND sa-equated-monthly-installment > 0
                               MOVE sa-equated-monthly-installment
                                   TO dsx-payment-amount
                                   (sa-installment-period)
                               ADD 1 TO dsx-payment-count
                               ADD sa-equated-monthly-installment
                                   TO dsx-total-of-payments
                               IF dsx-payment-count = 1
                                   MOVE sa-due-date
                                       TO dsx-first-due-date
                                   MOVE sa-equated-monthly-installment
                                       TO dsx-first-payment
                               END-IF
                               MOVE sa-due-date TO dsx-final-due-date
                               MOVE sa-equated-monthly-installment
                                   TO dsx-final-payment
                               MOVE sa-installment-period
                                   TO dsx-last-period
                           END-IF
                       ELSE
                           SET dsx-scan-eof TO TRUE
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF archive-file-status NOT = "00"
                   SET dsx-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Solves the annual percentage rate from the schedule: the
      * monthly rate at which every payment, discounted back from
      * the period it falls due in, adds up to the amount financed.
      * The rate is found by halving the interval it must lie in
      * (zero to 100% a month) until it is pinned far tighter than
      * the disclosure prints; twelve times it is the annual rate.
      * A loan with no finance charge has a rate of zero.
       compute-disclosure-apr.
           MOVE 0 TO dsx-apr
           IF dsx-finance-charge > 0
           AND dsx-amount-financed > 0
               MOVE 0 TO dsx-rate-low
               MOVE 1 TO dsx-rate-high
               PERFORM VARYING dsx-iteration FROM 1 BY 1
                   UNTIL dsx-iteration > 40
                   COMPUTE dsx-rate-try =
                       (dsx-rate-low + dsx-rate-high) / 2
                   PERFORM discount-disclosure-payments
      *            Too much present value means the trial rate is
      *            still too low.
                   IF dsx-present-value > dsx-amount-financed
                       MOVE dsx-rate-try TO dsx-rate-low
                   ELSE
                       MOVE dsx-rate-try TO dsx-rate-high
                   END-IF
               END-PERFORM
               COMPUTE dsx-apr ROUNDED =
                   (dsx-rate-low + dsx-rate-high) / 2 * 1200
           END-IF
           EXIT.


      * Discounts every payment in the table back to the day the
      * loan was advanced at the trial monthly rate.
       discount-disclosure-payments.
           COMPUTE dsx-period-factor ROUNDED = 1 / (1 + dsx-rate-try)
           MOVE 1 TO dsx-discount-factor
           MOVE 0 TO dsx-present-value
           PERFORM VARYING dsx-period FROM 1 BY 1
               UNTIL dsx-period > dsx-last-period
               COMPUTE dsx-discount-factor ROUNDED =
                   dsx-discount-factor * dsx-period-factor
               COMPUTE dsx-present-value ROUNDED = dsx-present-value
                   + dsx-payment-amount(dsx-period)
                   * dsx-discount-factor
           END-PERFORM
           EXIT.


      * Prints the disclosure held in the disclosure record, headed
      * with the borrower's mailing block where there is one on
      * file. The four figures the borrower must be shown come
      * first, each with what it means, then how they were arrived
      * at and the payments that make them up.
       print-loan-disclosure.
           PERFORM design
           IF reprinting-disclosure
               DISPLAY "COST OF CREDIT DISCLOSURE -- REPRINT"
           ELSE
               DISPLAY "COST OF CREDIT DISCLOSURE"
           END-IF
           PERFORM design
           MOVE dsc-loan-account TO master-loan-account
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO master-borrower-number
           END-READ
           PERFORM locate-mailing-address
           IF mailing-address-found
               PERFORM print-mailing-block
           ELSE
               DISPLAY FUNCTION TRIM(dsc-customer-name TRAILING)
           END-IF
           DISPLAY ""
           MOVE dsc-issue-date TO due-date
           PERFORM format-due-date
           DISPLAY "Loan Account: " dsc-loan-account
               "   Loan Type: " dsc-loan-type
               "   Product: " dsc-product-code
               "   Issued: " date-value
           PERFORM design
           MOVE dsc-annual-percentage-rate TO z-dsx-rate
           DISPLAY "ANNUAL PERCENTAGE RATE: " z-dsx-rate "%"
           DISPLAY "   The cost of your credit as a yearly rate."
           MOVE dsc-finance-charge TO z-dsx-amount
           DISPLAY "FINANCE CHARGE:         " peso-symbol
               z-dsx-amount
           DISPLAY "   The amount the credit will cost you."
           MOVE dsc-amount-financed TO z-dsx-amount
           DISPLAY "AMOUNT FINANCED:        " peso-symbol
               z-dsx-amount
           DISPLAY "   The credit provided to you or on your behalf."
           MOVE dsc-total-of-payments TO z-dsx-amount
           DISPLAY "TOTAL OF PAYMENTS:      " peso-symbol
               z-dsx-amount
           DISPLAY "   What you will have paid after making every "
      -            "payment as scheduled."
           PERFORM design
           MOVE dsc-loan-amount TO z-dsx-amount
           DISPLAY "Loan Amount:            " peso-symbol
               z-dsx-amount
           MOVE dsc-product-charge TO z-dsx-amount
           DISPLAY "Less Product Charge:    " peso-symbol
               z-dsx-amount
           MOVE dsc-note-rate TO z-dsx-rate
           DISPLAY "Note Rate:              " z-dsx-rate "% a year"
           DISPLAY "Number of Payments:     " dsc-payment-count
           MOVE dsc-first-due-date TO due-date
           PERFORM format-due-date
           MOVE dsc-first-payment TO z-dsx-amount
           DISPLAY "First Payment:          " peso-symbol
               z-dsx-amount " due " date-value
           MOVE dsc-final-due-date TO due-date
           PERFORM format-due-date
           MOVE dsc-final-payment TO z-dsx-amount
           DISPLAY "Final Payment:          " peso-symbol
               z-dsx-amount " due " date-value
           PERFORM design
           IF reprinting-disclosure
               MOVE dsc-last-reprint-date TO due-date
               PERFORM format-due-date
               DISPLAY "Reprint " dsc-reprint-count " of the "
                   "disclosure issued by "
                   FUNCTION TRIM(dsc-issued-by TRAILING)
                   ", reprinted " date-value
               PERFORM design
           END-IF
           IF NOT batch-mode-active
               DISPLAY "Hand this disclosure to the borrower...Press "
      -                "return" WITH NO ADVANCING
               ACCEPT invalid-input
           END-IF
           EXIT.


      * The disclosure is a compliance document, so its issue and
      * every reprint are logged on the audit trail against the
      * loan account as type T: the amount financed rides in the
      * principal column, the finance charge in the interest column,
      * the total of payments in the payments column, the annual
      * percentage rate in the rate column and the number of
      * payments in the term column, with reason ISS for the issue
      * and RPT for a reprint.
       write-disclosure-audit.
           MOVE dsc-customer-name TO customer-name
           MOVE dsc-loan-account TO loan-account-number
           MOVE 'T' TO loan-type-choice
           MOVE dsc-loan-amount TO loan-amount
           MOVE dsc-annual-percentage-rate TO annual-interest-rate
           MOVE dsc-payment-count TO loan-term-months
           MOVE dsc-amount-financed TO total-principal
           MOVE dsc-finance-charge TO total-interest
           MOVE dsc-total-of-payments TO total-payments
           MOVE dsc-product-code TO product-code
           MOVE "N" TO rate-override-switch
           PERFORM write-audit-record
           MOVE SPACES TO audit-reason
           EXIT.


      * This reprints a loan's cost-of-credit disclosure off
      * DISCLOSE exactly as it was issued, banner aside, counting
      * the reprint on the record and auditing it.
       disclosure-reprint.
           PERFORM select-customer-loan
           IF loan-selected
               IF NOT disclosure-file-open
                   DISPLAY "The disclosure file is unavailable..."
      -                    "Press return"
                   ACCEPT invalid-input
               ELSE
                   MOVE master-loan-account TO dsc-loan-account
                   READ DISCLOSURE-FILE
                       INVALID KEY
                           DISPLAY "No disclosure was issued for "
      -                            "that loan...Press return"
                           ACCEPT invalid-input
                       NOT INVALID KEY
                           ADD 1 TO dsc-reprint-count
                           MOVE business-date TO dsc-last-reprint-date
                           REWRITE disclosure-record
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           SET reprinting-disclosure TO TRUE
                           PERFORM print-loan-disclosure
                           MOVE "N" TO disclosure-reprint-switch
                           MOVE "RPT" TO audit-reason
                           PERFORM write-disclosure-audit
                   END-READ
               END-IF
           END-IF
           PERFORM clear-values
           PERFORM type-of-loan
           EXIT.


      * This is the cross-file integrity run ("VERIFY"): the whole
      * book is walked file by file and every place the files have
      * drifted apart is listed -- open loans with no archived
      * schedule or no posted position, ledger rows past the end of
      * the loan's newest run, checkpoints left behind, collections
      * still chasing a closed loan, maintenance edits left
      * unreviewed too long, and audit entries for loans the master
      * does not know. Nothing is changed. The run ends with the
      * count under each check and a completion status of 4 when
      * anything was found, or 8 when a check could not be made, so
      * the scheduler can hold the night's later runs.
       verify-mode.
           MOVE FUNCTION CURRENT-DATE(1:8) TO vfy-as-of-date
           IF run-control-open
               PERFORM read-business-date
               MOVE business-date TO vfy-as-of-date
           END-IF
           EVALUATE TRUE
               WHEN command-line-parameter(8:2) IS NUMERIC
                   MOVE command-line-parameter(8:2) TO vfy-pending-days
               WHEN command-line-parameter(8:1) IS NUMERIC
               AND command-line-parameter(9:1) = SPACE
                   MOVE command-line-parameter(8:1) TO vfy-pending-days
           END-EVALUATE
           PERFORM design
           DISPLAY "CROSS-FILE INTEGRITY VERIFICATION  As Of: "
               vfy-as-of-date "  Pending limit: " vfy-pending-days
               " days"
           PERFORM design
           PERFORM verify-master-loans
           PERFORM verify-ledger-rows
           PERFORM verify-checkpoints
           PERFORM verify-collections
           PERFORM verify-pending-changes
           PERFORM verify-audit-log
           PERFORM print-verify-summary
           EXIT.


      * Walks the master for every open loan and checks it has an
      * archived schedule run and a position on the posting ledger.
      * The posting run writes a position for every open loan, so a
      * loan is only expected to have one once a posting run has
      * been made on or after its start date; until the first
      * posting run ever, no position is expected at all.
       verify-master-loans.
           MOVE 0 TO vfy-last-posting-date
           IF NOT archive-file-open
               DISPLAY "Archive check not made: the SCHEDARC schedule "
      -                "archive is unavailable."
               SET vfy-check-incomplete TO TRUE
           END-IF
           IF NOT ledger-file-open
               DISPLAY "Position check not made: the LOANLEDG "
      -                "posting ledger is unavailable."
               SET vfy-check-incomplete TO TRUE
           ELSE
               MOVE 0 TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       DISPLAY "No posting run is on LOANLEDG yet; "
      -                        "no ledger positions are expected."
                   NOT INVALID KEY
                       MOVE ldg-posting-date TO vfy-last-posting-date
               END-READ
           END-IF
           MOVE 0 TO master-loan-account
           MOVE "N" TO vfy-scan-eof-switch
           START CUSTOMER-MASTER-FILE
               KEY >= master-loan-account
               INVALID KEY
                   SET vfy-scan-eof TO TRUE
           END-START
           PERFORM UNTIL vfy-scan-eof
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET vfy-scan-eof TO TRUE
                   NOT AT END
                       IF master-loan-status NOT = "S"
                       AND master-loan-status NOT = "W"
                           PERFORM verify-one-loan
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF master-file-status NOT = "00"
                   SET vfy-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Checks one open master loan against the archive and the
      * posting ledger.
       verify-one-loan.
           ADD 1 TO vfy-loans-checked
           IF archive-file-open
               MOVE master-loan-account TO arch-search-account
               PERFORM find-highest-archive-run
               IF archive-high-run = 0
                   ADD 1 TO vfy-no-archive-count
                   MOVE "NO ARCHIVE RUN" TO vfy-check-label
                   MOVE master-loan-account TO vfy-reference
                   MOVE SPACES TO vfy-detail
                   STRING "open loan, no schedule on SCHEDARC ("
                       FUNCTION TRIM(master-customer-name TRAILING)
                       ")" DELIMITED BY SIZE INTO vfy-detail
                   PERFORM print-verify-exception
               END-IF
           END-IF
           IF ledger-file-open
           AND vfy-last-posting-date > 0
           AND master-loan-start-date <= vfy-last-posting-date
               MOVE master-loan-account TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       ADD 1 TO vfy-no-position-count
                       MOVE "NO LEDGER POSITION" TO vfy-check-label
                       MOVE master-loan-account TO vfy-reference
                       MOVE SPACES TO vfy-detail
                       STRING "open loan started "
                           master-loan-start-date
                           ", not posted by the run of "
                           vfy-last-posting-date
                           DELIMITED BY SIZE INTO vfy-detail
                       PERFORM print-verify-exception
               END-READ
           END-IF
           EXIT.


      * Walks the posting ledger one loan at a time and counts the
      * installment rows standing past the last period of the loan's
      * newest archived run -- or, for a loan the master does not
      * know, every installment row it has. Closed loans are passed
      * over: the purge moves their whole archive offline while
      * their ledger rows stay.
       verify-ledger-rows.
           IF NOT ledger-file-open
           OR NOT archive-file-open
               DISPLAY "Ledger-against-archive check not made: "
      -                "LOANLEDG or SCHEDARC is unavailable."
               SET vfy-check-incomplete TO TRUE
           ELSE
               MOVE 0 TO vfy-ledger-account
               MOVE 0 TO vfy-beyond-rows
               MOVE 1 TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               MOVE "N" TO vfy-scan-eof-switch
               START LOAN-LEDGER-FILE
                   KEY >= ldg-ledger-key
                   INVALID KEY
                       SET vfy-scan-eof TO TRUE
               END-START
               PERFORM UNTIL vfy-scan-eof
                   READ LOAN-LEDGER-FILE NEXT RECORD
                       AT END
                           SET vfy-scan-eof TO TRUE
                       NOT AT END
                           IF ldg-loan-account NOT = vfy-ledger-account
                               PERFORM flush-verify-ledger-account
                               PERFORM load-verify-ledger-account
                           END-IF
                           IF ldg-installment-period > 0
                           AND NOT vfy-ledger-loan-closed
                           AND ldg-installment-period
                               > vfy-newest-last-period
                               ADD 1 TO vfy-beyond-rows
                               IF vfy-beyond-rows = 1
                                   MOVE ldg-installment-period
                                       TO vfy-first-beyond
                               END-IF
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF ledger-file-status NOT = "00"
                       SET vfy-scan-eof TO TRUE
                   END-IF
               END-PERFORM
               PERFORM flush-verify-ledger-account
           END-IF
           EXIT.


      * Starts the next loan on the ledger: its standing on the
      * master and the last period of its newest archived run.
       load-verify-ledger-account.
           MOVE ldg-loan-account TO vfy-ledger-account
           MOVE 0 TO vfy-beyond-rows
           MOVE 0 TO vfy-first-beyond
           MOVE 0 TO vfy-newest-run
           MOVE 0 TO vfy-newest-last-period
           MOVE ldg-loan-account TO master-loan-account
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET vfy-ledger-loan-missing TO TRUE
               NOT INVALID KEY
                   IF master-loan-status = "S"
                   OR master-loan-status = "W"
                       SET vfy-ledger-loan-closed TO TRUE
                   ELSE
                       SET vfy-ledger-loan-open TO TRUE
                       MOVE ldg-loan-account TO arch-search-account
                       PERFORM find-highest-archive-run
                       MOVE archive-high-run TO vfy-newest-run
                       MOVE archive-high-last-period
                           TO vfy-newest-last-period
                   END-IF
           END-READ
           EXIT.


      * Reports the loan just finished on the ledger, if any of its
      * installment rows stood past its newest run.
       flush-verify-ledger-account.
           IF vfy-beyond-rows > 0
               ADD 1 TO vfy-ledger-beyond-count
               MOVE "LEDGER PAST RUN" TO vfy-check-label
               MOVE vfy-ledger-account TO vfy-reference
               MOVE SPACES TO vfy-detail
               IF vfy-ledger-loan-missing
                   STRING vfy-beyond-rows " ledger row(s) from period "
                       vfy-first-beyond ", loan not on CUSTMAST"
                       DELIMITED BY SIZE INTO vfy-detail
               ELSE
                   STRING vfy-beyond-rows " ledger row(s) from period "
                       vfy-first-beyond " past period "
                       vfy-newest-last-period " of run " vfy-newest-run
                       DELIMITED BY SIZE INTO vfy-detail
               END-IF
               PERFORM print-verify-exception
           END-IF
           MOVE 0 TO vfy-beyond-rows
           EXIT.


      * Walks the checkpoint file for checkpoints the schedule they
      * belong to has left behind: on a loan the master does not
      * know, on a closed loan, or on a loan whose newest archived
      * run already runs to a zero balance.
       verify-checkpoints.
           MOVE 0 TO ckpt-loan-account
           MOVE "N" TO vfy-scan-eof-switch
           START CHECKPOINT-FILE
               KEY >= ckpt-loan-account
               INVALID KEY
                   SET vfy-scan-eof TO TRUE
           END-START
           PERFORM UNTIL vfy-scan-eof
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       SET vfy-scan-eof TO TRUE
                   NOT AT END
                       PERFORM verify-one-checkpoint
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF ckpt-file-status NOT = "00"
                   SET vfy-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Checks one checkpoint against the master and the archive.
       verify-one-checkpoint.
           MOVE SPACES TO vfy-detail
           MOVE ckpt-loan-account TO master-loan-account
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   STRING "checkpoint at period "
                       ckpt-installment-period
                       ", loan not on CUSTMAST"
                       DELIMITED BY SIZE INTO vfy-detail
               NOT INVALID KEY
                   IF master-loan-status = "S"
                   OR master-loan-status = "W"
                       STRING "checkpoint at period "
                           ckpt-installment-period
                           ", loan closed (status "
                           master-loan-status ")"
                           DELIMITED BY SIZE INTO vfy-detail
                   ELSE
                       PERFORM check-checkpoint-run-complete
                   END-IF
           END-READ
           IF vfy-detail NOT = SPACES
               ADD 1 TO vfy-checkpoint-count
               MOVE "STRAY CHECKPOINT" TO vfy-check-label
               MOVE ckpt-loan-account TO vfy-reference
               PERFORM print-verify-exception
           END-IF
           EXIT.


      * A schedule that ran to the end deletes its checkpoint, so a
      * checkpoint beside a newest run whose last row leaves nothing
      * owing was left behind.
       check-checkpoint-run-complete.
           IF archive-file-open
               MOVE ckpt-loan-account TO arch-search-account
               PERFORM find-highest-archive-run
               IF archive-high-run > 0
                   MOVE ckpt-loan-account TO sa-loan-account
                   MOVE archive-high-run TO sa-run-number
                   MOVE archive-high-last-period
                       TO sa-installment-period
                   READ SCHEDULE-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF sa-remaining-balance < 0.01
                               STRING "checkpoint at period "
                                   ckpt-installment-period
                                   ", run " archive-high-run
                                   " completed at period "
                                   archive-high-last-period
                                   DELIMITED BY SIZE INTO vfy-detail
                           END-IF
                   END-READ
               END-IF
           END-IF
           EXIT.


      * Walks the collections file for loans still being chased --
      * at a reminder level or escalated to a supervisor -- though
      * the loan has been settled or written off.
       verify-collections.
           IF NOT collections-file-open
               DISPLAY "Collections check not made: the COLLMAST "
      -                "file is unavailable."
               SET vfy-check-incomplete TO TRUE
           ELSE
               MOVE 0 TO coll-loan-account
               MOVE "N" TO vfy-scan-eof-switch
               START COLLECTIONS-FILE
                   KEY >= coll-loan-account
                   INVALID KEY
                       SET vfy-scan-eof TO TRUE
               END-START
               PERFORM UNTIL vfy-scan-eof
                   READ COLLECTIONS-FILE NEXT RECORD
                       AT END
                           SET vfy-scan-eof TO TRUE
                       NOT AT END
                           IF coll-reminder-level > 0
                           OR coll-escalated-flag = "Y"
                               PERFORM verify-one-collection
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF collect-file-status NOT = "00"
                       SET vfy-scan-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Checks one loan still being chased against its master: a
      * loan the master no longer holds, or holds closed, is a break.
       verify-one-collection.
           MOVE coll-loan-account TO master-loan-account
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO vfy-collections-count
                   MOVE "COLLECTIONS OPEN" TO vfy-check-label
                   MOVE coll-loan-account TO vfy-reference
                   MOVE SPACES TO vfy-detail
                   STRING "reminder level " coll-reminder-level
                       ", escalated " coll-escalated-flag
                       ", loan not on CUSTMAST"
                       DELIMITED BY SIZE INTO vfy-detail
                   PERFORM print-verify-exception
               NOT INVALID KEY
                   IF master-loan-status = "S"
                   OR master-loan-status = "W"
                       ADD 1 TO vfy-collections-count
                       MOVE "COLLECTIONS OPEN" TO vfy-check-label
                       MOVE coll-loan-account TO vfy-reference
                       MOVE SPACES TO vfy-detail
                       STRING "reminder level " coll-reminder-level
                           ", escalated " coll-escalated-flag
                           ", loan closed (status "
                           master-loan-status ")"
                           DELIMITED BY SIZE INTO vfy-detail
                       PERFORM print-verify-exception
                   END-IF
           END-READ
           EXIT.


      * Walks the pending-change file for maintenance edits still
      * awaiting their second supervisor more than the limit's days
      * after they were keyed.
       verify-pending-changes.
           IF NOT pending-file-open
               DISPLAY "Pending-change check not made: the PENDCHG "
      -                "file is unavailable."
               SET vfy-check-incomplete TO TRUE
           ELSE
               MOVE 0 TO pend-change-id
               MOVE "N" TO vfy-scan-eof-switch
               START PENDING-CHANGE-FILE
                   KEY >= pend-change-id
                   INVALID KEY
                       SET vfy-scan-eof TO TRUE
               END-START
               PERFORM UNTIL vfy-scan-eof
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END
                           SET vfy-scan-eof TO TRUE
                       NOT AT END
                           IF pend-status = "P"
                               PERFORM verify-one-pending-change
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF pending-file-status NOT = "00"
                       SET vfy-scan-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Ages one unreviewed change off the day it was keyed. A keyed
      * date that is not a date at all cannot be aged and is listed.
       verify-one-pending-change.
      *    A change keyed on a calendar day past the business date
      *    (after midnight, before the roll) is new, not stale; only
      *    a keyed date that is no date at all ages without limit.
           MOVE 99999 TO vfy-pending-age
           IF pend-keyed-date IS NUMERIC
           AND pend-keyed-date >= 16010101
               IF pend-keyed-date > vfy-as-of-date
                   MOVE 0 TO vfy-pending-age
               ELSE
                   COMPUTE vfy-pending-age =
                       FUNCTION INTEGER-OF-DATE(vfy-as-of-date)
                       - FUNCTION INTEGER-OF-DATE(pend-keyed-date)
               END-IF
           END-IF
           IF vfy-pending-age > vfy-pending-days
               ADD 1 TO vfy-pending-count
               MOVE "STALE PENDING" TO vfy-check-label
               MOVE pend-change-id TO vfy-reference
               MOVE SPACES TO vfy-detail
               STRING "type " pend-change-type " keyed by "
                   pend-keyed-by " on " pend-keyed-date
                   ", still unreviewed"
                   DELIMITED BY SIZE INTO vfy-detail
               PERFORM print-verify-exception
           END-IF
           EXIT.


      * Reads the audit log back, the way the end-of-day run does,
      * for entries naming a loan account the master does not know.
       verify-audit-log.
           CLOSE AUDIT-LOG-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF audit-log-status NOT = "00"
               DISPLAY "Audit check not made: the AUDITLOG file "
      -                "could not be read (status " audit-log-status
      -                ")."
               SET vfy-check-incomplete TO TRUE
           ELSE
               MOVE "N" TO vfy-scan-eof-switch
               PERFORM UNTIL vfy-scan-eof
                   READ AUDIT-LOG-FILE
                       AT END
                           SET vfy-scan-eof TO TRUE
                       NOT AT END
                           IF audit-loan-account IS NUMERIC
                           AND audit-loan-account > 0
                               PERFORM verify-one-audit-entry
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF audit-log-status NOT = "00"
                       SET vfy-scan-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Checks one audit entry's loan account against the master.
       verify-one-audit-entry.
           MOVE audit-loan-account TO master-loan-account
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO vfy-audit-count
                   MOVE "AUDIT NO MASTER" TO vfy-check-label
                   MOVE audit-loan-account TO vfy-reference
                   MOVE SPACES TO vfy-detail
                   STRING "type " audit-loan-type-choice
                       " entry of " audit-timestamp(1:8) " by "
                       FUNCTION TRIM(audit-operator-name TRAILING)
                       DELIMITED BY SIZE INTO vfy-detail
                   PERFORM print-verify-exception
           END-READ
           EXIT.


      * Lists one break: the check it failed, the loan account (or
      * change number) it was found on, and what was found.
       print-verify-exception.
           ADD 1 TO vfy-exception-total
           DISPLAY vfy-check-label " " vfy-reference " "
               FUNCTION TRIM(vfy-detail TRAILING)
           EXIT.


      * Prints the count found under each check and settles the
      * completion status the run hands back.
       print-verify-summary.
           PERFORM design
           MOVE vfy-loans-checked TO z-vfy-count
           DISPLAY "Open loans checked:                 " z-vfy-count
           MOVE vfy-no-archive-count TO z-vfy-count
           DISPLAY "Open loans with no archive run:     " z-vfy-count
           MOVE vfy-no-position-count TO z-vfy-count
           DISPLAY "Open loans with no ledger position: " z-vfy-count
           MOVE vfy-ledger-beyond-count TO z-vfy-count
           DISPLAY "Loans with ledger rows past run:    " z-vfy-count
           MOVE vfy-checkpoint-count TO z-vfy-count
           DISPLAY "Checkpoints left behind:            " z-vfy-count
           MOVE vfy-collections-count TO z-vfy-count
           DISPLAY "Collections open on closed loans:   " z-vfy-count
           MOVE vfy-pending-count TO z-vfy-count
           DISPLAY "Pending changes past the limit:     " z-vfy-count
           MOVE vfy-audit-count TO z-vfy-count
           DISPLAY "Audit entries with no master loan:  " z-vfy-count
           MOVE vfy-exception-total TO z-vfy-count
           DISPLAY "TOTAL EXCEPTIONS:                   " z-vfy-count
           EVALUATE TRUE
               WHEN vfy-check-incomplete
                   MOVE 8 TO vfy-return-code
                   DISPLAY "One or more checks could not be made; "
      -                    "the files are not verified."
               WHEN vfy-exception-total > 0
                   MOVE 4 TO vfy-return-code
                   DISPLAY "The files have drifted apart; hold the "
      -                    "runs that depend on them."
               WHEN OTHER
                   MOVE 0 TO vfy-return-code
                   DISPLAY "The files agree."
           END-EVALUATE
           DISPLAY "Completion status: " vfy-return-code
           PERFORM design
           EXIT.


      * This validates the staff member at the terminal against the
      * operator file. Three failed attempts end the session, and so
      * does an operator file that cannot be opened, since an audit
      * trail without a trustworthy identity is worthless. The very
      * first run seeds a level-3 ADMIN so the shop can get in and
      * key its real operators.
       operator-sign-on.
           IF NOT operator-file-open
               DISPLAY "The operator file could not be opened; "
      -                "cannot sign on."
               PERFORM close-all-files
               STOP RUN
           END-IF
           PERFORM seed-default-operator
           MOVE 0 TO signon-attempts
           MOVE "N" TO signed-on-switch
           PERFORM UNTIL operator-signed-on OR signon-attempts >= 3
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT oper-operator-id
               MOVE FUNCTION UPPER-CASE(oper-operator-id)
                   TO oper-operator-id
               READ OPERATOR-FILE
                   INVALID KEY
                       ADD 1 TO signon-attempts
                       DISPLAY "Unknown operator ID."
                   NOT INVALID KEY
                       IF oper-active-flag = "Y"
                           MOVE oper-operator-id TO operator-id
                           MOVE oper-operator-name TO operator-name
                           MOVE oper-authority-level
                               TO operator-authority
                           SET operator-signed-on TO TRUE
                           DISPLAY "Signed on: " FUNCTION TRIM(
                               oper-operator-name TRAILING)
                               " (level " oper-authority-level ")"
                       ELSE
                           ADD 1 TO signon-attempts
                           DISPLAY "That operator is deactivated."
                       END-IF
               END-READ
           END-PERFORM
           IF NOT operator-signed-on
               DISPLAY "Sign-on failed."
               PERFORM close-all-files
               STOP RUN
           END-IF
           EXIT.


      * On a brand-new operator file the shop cannot sign on at all,
      * so the first run is seeded with a level-3 ADMIN to key the
      * real operators under.
       seed-default-operator.
           MOVE SPACES TO oper-operator-id
           MOVE "N" TO operator-eof-switch
           START OPERATOR-FILE
               KEY >= oper-operator-id
               INVALID KEY
                   SET operator-eof TO TRUE
           END-START
           IF NOT operator-eof
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET operator-eof TO TRUE
                   NOT AT END
                       CONTINUE
               END-READ
           END-IF
           IF operator-eof
               MOVE "ADMIN" TO oper-operator-id
               MOVE "ADMINISTRATOR" TO oper-operator-name
               MOVE 3 TO oper-authority-level
               MOVE "Y" TO oper-active-flag
               WRITE operator-record
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY "First run: operator ADMIN (level 3) created."
           END-IF
           EXIT.


      * Everything open is closed here; sign-on failures and the
      * normal exit path both funnel through this.
       close-all-files.
           CLOSE SCHEDULE-ARCHIVE-FILE
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE LOAN-PRODUCT-FILE
           CLOSE OPERATOR-FILE
           CLOSE LOAN-LEDGER-FILE
           CLOSE COLLECTIONS-FILE
           CLOSE PENDING-CHANGE-FILE
           CLOSE RECEIPT-REVERSAL-FILE
           CLOSE TRANSACTION-HISTORY-FILE
           CLOSE BORROWER-FILE
           CLOSE LOCKBOX-REGISTER-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE DISCLOSURE-FILE
           EXIT.


      * This is where the user will be asked regarding the type of loan
       type-of-loan.
           CALL "SYSTEM" USING clear-command
           PERFORM greet-user

      * Ask user to choose what type of loan
           PERFORM design
           DISPLAY "PLEASE CHOOSE THE TYPE OF LOAN:"
           PERFORM design

           DISPLAY "(a) Fixed Equal Amortization Case"
           DISPLAY "(b) Fixed Principal Amortization Case"
           DISPLAY "(c) Fixed Equal Amortization Case with Grace Period"
           DISPLAY "(d) Periodic Interest Payment, Balloon Payment "
      -                 "at Maturity"
           DISPLAY "(e) Step-Rate / Adjustable-Rate Amortization"
           DISPLAY "(f) Affordability: Solve From Target Payment"
           DISPLAY "(h) Hardship Restructure of a Delinquent Loan"
           DISPLAY "(i) Loan Status Inquiry"
           DISPLAY "(l) Load Existing Customer"
           DISPLAY "(m) Maintain Loan Products"
           DISPLAY "(o) Maintain Operators"
           DISPLAY "(p) Compare Loan Types Side-by-Side"
           DISPLAY "(q) Early Settlement Payoff Quote"
           DISPLAY "(r) Prepay Principal and Re-Amortize"
           DISPLAY "(s) Settle / Close Out a Loan"
           DISPLAY "(t) Reprint a Cost-of-Credit Disclosure"
           DISPLAY "(u) Maintain Borrower Names and Addresses"
           DISPLAY "(v) Reverse a Payment Receipt"
           DISPLAY "(w) Waive a Late Charge"
           DISPLAY "(x) Exit"

           DISPLAY ""
           DISPLAY ""

           PERFORM design
           DISPLAY "TYPE 'A', 'B', 'C', 'D', 'E', 'F', 'H', 'I', "
      -            "'L', 'M', 'O', 'P', 'Q', 'R', 'S', 'T', 'U', "
      -            "'V', 'W', or 'X'"
           PERFORM design

           DISPLAY "INPUT: " WITH NO ADVANCING
           ACCEPT loan-type-choice

      * Convert the user-input to uppercase
           MOVE FUNCTION UPPER-CASE(loan-type-choice)
      -    TO loan-type-choice

      * Check if input is valid
      * If the input is valid, the user will be asked if he/she wants
      * to continue then will be directed to the paragraph he/she chose.
           IF loan-type-choice IS ALPHABETIC
           AND loan-type-choice = 'A'
           OR loan-type-choice = 'B'
           OR loan-type-choice = 'C'
           OR loan-type-choice = 'D'
           OR loan-type-choice = 'E'
           OR loan-type-choice = 'F'
           OR loan-type-choice = 'H'
           OR loan-type-choice = 'I'
           OR loan-type-choice = 'L'
           OR loan-type-choice = 'M'
           OR loan-type-choice = 'O'
           OR loan-type-choice = 'P'
           OR loan-type-choice = 'Q'
           OR loan-type-choice = 'R'
           OR loan-type-choice = 'S'
           OR loan-type-choice = 'T'
           OR loan-type-choice = 'U'
           OR loan-type-choice = 'V'
           OR loan-type-choice = 'W'
           OR loan-type-choice = 'X'
                PERFORM go-back
           ELSE
               DISPLAY "Invalid input...Please choose from "
      -                "'A', 'B', 'C', 'D', 'E', 'F', 'H', 'I', 'L', "
      -                "'M', 'O', 'P', 'Q', 'R', 'S', 'T', 'U', 'V', "
      -                "'W' or 'X'"
               ACCEPT invalid-input
               PERFORM type-of-loan
           END-IF.
           EXIT.


      * This paragraph will ask if the user wants to continue then will 
      * be redirected to the paragraph he chose, otherwise the user will
      * be redirected to the type-of-loan function.
       go-back.
           CALL "SYSTEM" USING clear-command
           DISPLAY "Are you sure you want to continue [Y/N]? " WITH NO
           ADVANCING
           ACCEPT back-choice.
           MOVE FUNCTION UPPER-CASE(back-choice) TO back-choice
           IF back-choice IS NOT ALPHABETIC 
           OR back-choice NOT = 'N' 
           AND back-choice NOT = 'Y'
               DISPLAY "Please choose if Y/N..."
               ACCEPT invalid-input
               PERFORM go-back         
           ELSE IF back-choice = 'N' 
               PERFORM type-of-loan
           ELSE IF back-choice = 'Y'
               PERFORM redirect-user
           END-IF
           EXIT.

      * If the use picked yes, the user will be directed to this function
      * This function then will again redirect the user to another function
      * that matches the user's choice to the said statements below.
      * Redirects the user to paragraphs' 'A', 'B', 'C', or 'D'.
       redirect-user.
           EVALUATE loan-type-choice
               WHEN 'A'
                   PERFORM paragraph-a
               WHEN 'B'
                   PERFORM paragraph-b
               WHEN 'C'
                   PERFORM paragraph-c
               WHEN 'D'
                   PERFORM paragraph-d
               WHEN 'E'
                   PERFORM paragraph-e
               WHEN 'F'
                   PERFORM affordability-mode
               WHEN 'H'
                   PERFORM hardship-restructure
               WHEN 'I'
                   PERFORM loan-status-inquiry
               WHEN 'L'
                   PERFORM load-existing-customer
               WHEN 'M'
                   PERFORM product-maintenance
               WHEN 'O'
                   PERFORM operator-maintenance
               WHEN 'P'
                   PERFORM compare-loan-types
               WHEN 'Q'
                   PERFORM payoff-quote-mode
               WHEN 'R'
                   PERFORM prepayment-mode
               WHEN 'S'
                   PERFORM settlement-mode
               WHEN 'T'
                   PERFORM disclosure-reprint
               WHEN 'U'
                   PERFORM borrower-maintenance
               WHEN 'V'
                   PERFORM payment-reversal
               WHEN 'W'
                   PERFORM late-charge-waiver
               WHEN 'X'
                   PERFORM exit-program
               WHEN OTHER
                   DISPLAY "Invalid input...Please choose from "
      -                    "'A', 'B', 'C', 'D', 'E', 'F', 'H', 'I', "
      -                    "'L', 'M', 'O', 'P', 'Q', 'R', 'S', 'T', "
      -                    "'U', 'V', 'W' or 'X'"
                   ACCEPT invalid-input
                   PERFORM type-of-loan
           END-EVALUATE.
           EXIT.


      * This loads a returning borrower's saved loan details from the
      * customer master file and drives the matching amortization
      * paragraph directly, skipping ask-loan-details entirely. The
      * borrower's open loans are listed by account number and the
      * operator picks which one to reload.
       load-existing-customer.
           PERFORM select-customer-loan
           IF loan-selected
      *        A closed loan must never be re-run: re-archiving it
      *        would resurrect it in every report it just left.
               IF master-loan-status = "S"
               OR master-loan-status = "W"
                   DISPLAY "That loan is closed and cannot be "
      -                    "re-run...Press return"
                   ACCEPT invalid-input
                   PERFORM type-of-loan
               ELSE
                   PERFORM load-master-into-fields
                   MOVE master-loan-type-choice TO loan-type-choice
                   PERFORM redirect-user
               END-IF
           ELSE
               PERFORM type-of-loan
           END-IF
           EXIT.


      * This asks for the borrower's name, lists every loan on the
      * customer master under that name (the name is an alternate key
      * with duplicates), and has the operator pick one by account
      * number. A successful pick leaves the chosen record current
      * and loan-selected set.
       select-customer-loan.
           MOVE "N" TO loan-selected-switch
           CALL "SYSTEM" USING clear-command
           DISPLAY "Customer name to load: " WITH NO ADVANCING
           ACCEPT loan-search-name
           MOVE FUNCTION UPPER-CASE(loan-search-name)
               TO loan-search-name
           MOVE loan-search-name TO master-customer-name
           MOVE 0 TO loan-list-count
           START CUSTOMER-MASTER-FILE
               KEY = master-customer-name
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM list-customer-loans
           END-START
           IF loan-list-count = 0
               DISPLAY "No saved loan found for that customer..."
      -                "Press return"
               ACCEPT invalid-input
           ELSE
               PERFORM pick-customer-loan
           END-IF
           EXIT.


      * This walks the alternate key forward from the START above and
      * prints one line per loan the borrower holds, remembering each
      * account number so the pick can be validated against the list.
       list-customer-loans.
           MOVE "N" TO master-scan-eof-switch
           PERFORM design
           DISPLAY "LOANS ON FILE FOR " FUNCTION TRIM(loan-search-name
               TRAILING)
           PERFORM design
           PERFORM UNTIL master-scan-eof
               OR loan-list-count >= 20
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET master-scan-eof TO TRUE
                   NOT AT END
                       IF master-customer-name = loan-search-name
                           ADD 1 TO loan-list-count
                           MOVE master-loan-account TO
                               loan-list-account(loan-list-count)
                           MOVE master-loan-amount TO z-loan-amount
                           DISPLAY "Account " master-loan-account
                               "  Type " master-loan-type-choice
                               "  Amount " peso-symbol z-loan-amount
                               "  Term " master-loan-term-years
      -                        " year(s)"
                       ELSE
                           SET master-scan-eof TO TRUE
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF master-file-status NOT = "00"
                   SET master-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * This has the operator key the account number of the loan to
      * work on, checks it against the listed accounts, and reads
      * that record back as the current one.
       pick-customer-loan.
           PERFORM design
           DISPLAY "Loan account to reload: " WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
               PERFORM pick-customer-loan
           ELSE
               COMPUTE master-loan-account = parsed-numeric-value
               MOVE 0 TO loan-list-slot
               PERFORM VARYING loan-list-slot FROM 1 BY 1
                   UNTIL loan-list-slot > loan-list-count
                   OR loan-selected
                   IF loan-list-account(loan-list-slot)
                       = master-loan-account
                       SET loan-selected TO TRUE
                   END-IF
               END-PERFORM
               IF loan-selected
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO loan-selected-switch
                           DISPLAY "That loan could not be read..."
      -                            "Press return"
                           ACCEPT invalid-input
                   END-READ
               ELSE
                   DISPLAY "That account is not on the list..."
      -                    "Press return"
                   ACCEPT invalid-input
                   PERFORM pick-customer-loan
               END-IF
           END-IF
           EXIT.


      * This copies the current customer-master-record into the
      * working loan fields, exactly as if the operator had keyed
      * them, so any schedule paragraph can run off them.
       load-master-into-fields.
           MOVE master-loan-account TO loan-account-number
           MOVE master-customer-name TO customer-name
           MOVE master-loan-amount TO loan-amount
           MOVE loan-amount TO z-loan-amount
           MOVE master-annual-interest-rate
               TO annual-interest-rate
           MOVE annual-interest-rate TO z-annual-interest-rate
           COMPUTE monthly-interest-rate =
               (annual-interest-rate / 100) / 12
           MOVE master-loan-term-years TO loan-term-years
           MOVE loan-term-years TO z-loan-term-years
           COMPUTE loan-term-months = loan-term-years * 12
           MOVE loan-term-months TO z-number-of-monthly
           MOVE master-grace-period TO grace-period
           MOVE grace-period TO z-grace-period
           MOVE master-balloon-rate TO balloon-rate
           MOVE balloon-rate TO z-balloon-rate
           COMPUTE balloon-rate = balloon-rate / 100
           MOVE master-rate-change-interval
               TO rate-change-interval
           MOVE rate-change-interval TO z-rate-change-interval
           MOVE master-rate-change-amount TO rate-change-amount
           MOVE rate-change-amount TO z-rate-change-amount
           MOVE master-loan-start-date TO loan-start-date
           MOVE master-product-code TO product-code
           MOVE master-rate-override TO rate-override-switch
           EXIT.


      * This is the loan product maintenance screen head office works
      * through when rates change: the table is listed, and products
      * can be added or re-priced in place. Pricing itself happens in
      * price-loan-by-product and process-batch-record, which read
      * this table instead of trusting a keyed rate.
       product-maintenance.
           CALL "SYSTEM" USING clear-command
           PERFORM design
           DISPLAY "LOAN PRODUCT MAINTENANCE"
           PERFORM design
           PERFORM list-loan-products
           DISPLAY ""
           DISPLAY "(a) Add or re-price a product (queued for "
      -            "approval)"
           DISPLAY "(v) Review pending product changes"
           DISPLAY "(x) Back to the loan menu"
           DISPLAY "INPUT: " WITH NO ADVANCING
           ACCEPT product-action
           MOVE FUNCTION UPPER-CASE(product-action) TO product-action
           EVALUATE product-action
               WHEN 'A'
                   PERFORM edit-loan-product
                   PERFORM product-maintenance
               WHEN 'V'
                   MOVE "P" TO pend-approve-type
                   PERFORM approve-pending-changes
                   PERFORM product-maintenance
               WHEN 'X'
                   PERFORM type-of-loan
               WHEN OTHER
                   DISPLAY "Please choose A, V or X...Press return"
                   ACCEPT invalid-input
                   PERFORM product-maintenance
           END-EVALUATE.
           EXIT.


      * This lists every product on the rate table in code order.
       list-loan-products.
           MOVE "N" TO product-eof-switch
           MOVE SPACES TO prod-product-code
           START LOAN-PRODUCT-FILE
               KEY >= prod-product-code
               INVALID KEY
                   SET product-eof TO TRUE
           END-START
           IF product-eof
               DISPLAY "No products on the rate table yet."
           END-IF
           PERFORM UNTIL product-eof
               READ LOAN-PRODUCT-FILE NEXT RECORD
                   AT END
                       SET product-eof TO TRUE
                   NOT AT END
                       MOVE prod-annual-rate TO z-product-rate
                       DISPLAY prod-product-code " "
                           prod-description " "
                           z-product-rate "%  terms "
                           prod-min-term-years "-"
                           prod-max-term-years
                           " yrs  effective " prod-effective-date
                       EVALUATE TRUE
                           WHEN prod-late-charge-flat
                               MOVE prod-late-charge-amount
                                   TO z-late-amount
                               DISPLAY "         late charge "
                                   peso-symbol z-late-amount
                                   " flat after "
                                   prod-late-grace-days " day(s)"
                           WHEN prod-late-charge-percent
                               MOVE prod-late-charge-rate
                                   TO z-product-rate
                               DISPLAY "         late charge "
                                   z-product-rate
                                   "% of installment after "
                                   prod-late-grace-days " day(s)"
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       EVALUATE TRUE
                           WHEN prod-orig-fee-flat
                               MOVE prod-orig-fee-amount
                                   TO z-late-amount
                               DISPLAY "         origination charge "
                                   peso-symbol z-late-amount " flat"
                           WHEN prod-orig-fee-percent
                               MOVE prod-orig-fee-rate
                                   TO z-product-rate
                               DISPLAY "         origination charge "
                                   z-product-rate "% of loan amount"
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF product-file-status NOT = "00"
                   SET product-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * This keys one product edit -- a new product or a re-price of
      * one already on the table: code, description, annual rate,
      * the term range it may be written for, the date the rate
      * takes effect, and the product's late-charge rule. The edit
      * does not go live here: it is queued on the pending-change
      * file for a second supervisor's approval, since loan pricing
      * sits under dual control.
       edit-loan-product.
           IF NOT pending-file-open
               DISPLAY "The pending-change file is unavailable; "
      -                "maintenance is suspended...Press return"
               ACCEPT invalid-input
               PERFORM type-of-loan
           END-IF
           PERFORM design
           MOVE SPACES TO edit-product-code
           PERFORM UNTIL edit-product-code NOT = SPACES
               DISPLAY "Product Code: " WITH NO ADVANCING
               MOVE SPACES TO string-input
               ACCEPT string-input
               MOVE FUNCTION UPPER-CASE(string-input(1:8))
                   TO edit-product-code
           END-PERFORM
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT edit-product-desc

           MOVE 0 TO edit-product-rate
           PERFORM UNTIL edit-product-rate > 0
               DISPLAY "Annual Rate (%): " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value <= 0
               OR parsed-numeric-value > max-annual-interest-rate
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE edit-product-rate = parsed-numeric-value
               END-IF
           END-PERFORM

           MOVE 0 TO edit-min-term
           PERFORM UNTIL edit-min-term > 0
               DISPLAY "Minimum Term (years): " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value < 1
               OR parsed-numeric-value > max-loan-term-years
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE edit-min-term = parsed-numeric-value
               END-IF
           END-PERFORM

           MOVE 0 TO edit-max-term
           PERFORM UNTIL edit-max-term >= edit-min-term
               DISPLAY "Maximum Term (years): " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value < edit-min-term
               OR parsed-numeric-value > max-loan-term-years
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE edit-max-term = parsed-numeric-value
               END-IF
           END-PERFORM

           MOVE 0 TO candidate-start-date
           MOVE "N" TO start-date-switch
           PERFORM UNTIL valid-start-date
               DISPLAY "Effective Date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF valid-numeric-input
               AND parsed-numeric-value > 0
               AND parsed-numeric-value <= 29991231
               AND FUNCTION INTEGER-PART(parsed-numeric-value)
                   = parsed-numeric-value
                   COMPUTE candidate-start-date = parsed-numeric-value
                   PERFORM validate-loan-start-date
               END-IF
               IF NOT valid-start-date
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               END-IF
           END-PERFORM

           PERFORM ask-late-charge-rule
           PERFORM ask-origination-fee

           PERFORM issue-change-id
           MOVE "P" TO pend-change-type
           MOVE "P" TO pend-status
           MOVE operator-id TO pend-keyed-by
           MOVE FUNCTION CURRENT-DATE(1:8) TO pend-keyed-date
           MOVE SPACES TO pend-approved-by
           MOVE 0 TO pend-applied-date
           MOVE edit-product-code TO pend-product-code
           MOVE edit-product-desc TO pend-description
           MOVE edit-product-rate TO pend-annual-rate
           MOVE edit-min-term TO pend-min-term-years
           MOVE edit-max-term TO pend-max-term-years
           MOVE candidate-start-date TO pend-effective-date
           MOVE SPACES TO pend-operator-id
           MOVE SPACES TO pend-operator-name
           MOVE 0 TO pend-authority-level
           MOVE SPACES TO pend-active-flag
           MOVE edit-late-type TO pend-late-charge-type
           MOVE edit-late-amount TO pend-late-charge-amount
           MOVE edit-late-rate TO pend-late-charge-rate
           MOVE edit-late-grace TO pend-late-grace-days
           MOVE edit-fee-type TO pend-orig-fee-type
           MOVE edit-fee-amount TO pend-orig-fee-amount
           MOVE edit-fee-rate TO pend-orig-fee-rate
           WRITE pending-change-record
               INVALID KEY
                   REWRITE pending-change-record
           END-WRITE
           DISPLAY "Product change " pend-change-id " for "
               pend-product-code " queued for a second "
               "supervisor's approval...Press return"
           ACCEPT invalid-input
           EXIT.


      * Keys the product's late-charge rule: a flat amount or a
      * percentage of the installment (or none at all), and the
      * grace window in days an installment may stand unpaid past
      * its due date before the charge is assessed.
       ask-late-charge-rule.
           MOVE SPACE TO edit-late-type
           MOVE 0 TO edit-late-amount
           MOVE 0 TO edit-late-rate
           MOVE 0 TO edit-late-grace
           PERFORM UNTIL edit-late-type = "F"
           OR edit-late-type = "P"
           OR edit-late-type = "N"
               DISPLAY "Late Charge: (f)lat, (p)ercent of "
      -                "installment, or (n)one: " WITH NO ADVANCING
               ACCEPT edit-late-type
               MOVE FUNCTION UPPER-CASE(edit-late-type)
                   TO edit-late-type
           END-PERFORM
           IF edit-late-type = "F"
               PERFORM UNTIL edit-late-amount > 0
                   DISPLAY "Late Charge Amount: " WITH NO ADVANCING
                   ACCEPT string-input
                   PERFORM validate-string-input
                   IF invalid-numeric-input
                   OR parsed-numeric-value <= 0
                   OR parsed-numeric-value > 9999999.99
                       DISPLAY "Invalid input...Press return"
                       ACCEPT invalid-input
                   ELSE
                       COMPUTE edit-late-amount = parsed-numeric-value
                   END-IF
               END-PERFORM
           END-IF
           IF edit-late-type = "P"
               PERFORM UNTIL edit-late-rate > 0
                   DISPLAY "Late Charge (% of installment): "
      -            WITH NO ADVANCING
                   ACCEPT string-input
                   PERFORM validate-string-input
                   IF invalid-numeric-input
                   OR parsed-numeric-value <= 0
                   OR parsed-numeric-value > 100
                       DISPLAY "Invalid input...Press return"
                       ACCEPT invalid-input
                   ELSE
                       COMPUTE edit-late-rate = parsed-numeric-value
                   END-IF
               END-PERFORM
           END-IF
           IF edit-late-type = "N"
               MOVE SPACE TO edit-late-type
           ELSE
               MOVE -1 TO parsed-numeric-value
               PERFORM UNTIL parsed-numeric-value >= 0
                   DISPLAY "Grace Window (days past due): "
      -            WITH NO ADVANCING
                   ACCEPT string-input
                   PERFORM validate-string-input
                   IF invalid-numeric-input
                   OR parsed-numeric-value < 0
                   OR parsed-numeric-value > 999
                   OR FUNCTION INTEGER-PART(parsed-numeric-value)
                       NOT = parsed-numeric-value
                       DISPLAY "Invalid input...Press return"
                       ACCEPT invalid-input
                       MOVE -1 TO parsed-numeric-value
                   ELSE
                       COMPUTE edit-late-grace = parsed-numeric-value
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Keys the product's origination charge: a flat amount or a
      * percentage of the loan amount (or none at all), taken out
      * of what the borrower is advanced and disclosed as part of
      * the finance charge.
       ask-origination-fee.
           MOVE SPACE TO edit-fee-type
           MOVE 0 TO edit-fee-amount
           MOVE 0 TO edit-fee-rate
           PERFORM UNTIL edit-fee-type = "F"
           OR edit-fee-type = "P"
           OR edit-fee-type = "N"
               DISPLAY "Origination Charge: (f)lat, (p)ercent of "
      -                "loan, or (n)one: " WITH NO ADVANCING
               ACCEPT edit-fee-type
               MOVE FUNCTION UPPER-CASE(edit-fee-type)
                   TO edit-fee-type
           END-PERFORM
           IF edit-fee-type = "F"
               PERFORM UNTIL edit-fee-amount > 0
                   DISPLAY "Origination Charge Amount: "
      -            WITH NO ADVANCING
                   ACCEPT string-input
                   PERFORM validate-string-input
                   IF invalid-numeric-input
                   OR parsed-numeric-value <= 0
                   OR parsed-numeric-value > 9999999.99
                       DISPLAY "Invalid input...Press return"
                       ACCEPT invalid-input
                   ELSE
                       COMPUTE edit-fee-amount = parsed-numeric-value
                   END-IF
               END-PERFORM
           END-IF
           IF edit-fee-type = "P"
               PERFORM UNTIL edit-fee-rate > 0
                   DISPLAY "Origination Charge (% of loan): "
      -            WITH NO ADVANCING
                   ACCEPT string-input
                   PERFORM validate-string-input
                   IF invalid-numeric-input
                   OR parsed-numeric-value <= 0
                   OR parsed-numeric-value > 100
                       DISPLAY "Invalid input...Press return"
                       ACCEPT invalid-input
                   ELSE
                       COMPUTE edit-fee-rate = parsed-numeric-value
                   END-IF
               END-PERFORM
           END-IF
           IF edit-fee-type = "N"
               MOVE SPACE TO edit-fee-type
           END-IF
           EXIT.


      * This is the operator maintenance screen, for level-3
      * supervisors only: operators are listed, added or updated, and
      * deactivated (never deleted, so their audit history keeps a
      * name to point at).
       operator-maintenance.
           IF operator-authority < 3
               DISPLAY "Only a level 3 supervisor may maintain "
      -                "operators...Press return"
               ACCEPT invalid-input
               PERFORM type-of-loan
           ELSE
               CALL "SYSTEM" USING clear-command
               PERFORM design
               DISPLAY "OPERATOR MAINTENANCE"
               PERFORM design
               PERFORM list-operators
               DISPLAY ""
               DISPLAY "(a) Add or update an operator (queued for "
      -                "approval)"
               DISPLAY "(d) Deactivate an operator (queued for "
      -                "approval)"
               DISPLAY "(v) Review pending operator changes"
               DISPLAY "(x) Back to the loan menu"
               DISPLAY "INPUT: " WITH NO ADVANCING
               ACCEPT operator-action
               MOVE FUNCTION UPPER-CASE(operator-action)
                   TO operator-action
               EVALUATE operator-action
                   WHEN 'A'
                       PERFORM edit-operator
                       PERFORM operator-maintenance
                   WHEN 'D'
                       PERFORM deactivate-operator
                       PERFORM operator-maintenance
                   WHEN 'V'
                       MOVE "O" TO pend-approve-type
                       PERFORM approve-pending-changes
                       PERFORM operator-maintenance
                   WHEN 'X'
                       PERFORM type-of-loan
                   WHEN OTHER
                       DISPLAY "Please choose A, D, V or X..."
      -                        "Press return"
                       ACCEPT invalid-input
                       PERFORM operator-maintenance
               END-EVALUATE
           END-IF.
           EXIT.


      * This lists every operator on file in ID order.
       list-operators.
           MOVE "N" TO operator-eof-switch
           MOVE SPACES TO oper-operator-id
           START OPERATOR-FILE
               KEY >= oper-operator-id
               INVALID KEY
                   SET operator-eof TO TRUE
           END-START
           IF operator-eof
               DISPLAY "No operators on file yet."
           END-IF
           PERFORM UNTIL operator-eof
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET operator-eof TO TRUE
                   NOT AT END
                       DISPLAY oper-operator-id " "
                           oper-operator-name " level "
                           oper-authority-level " active "
                           oper-active-flag
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF operator-file-status NOT = "00"
                   SET operator-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * This keys one operator edit -- a new operator or an update
      * of one already on file; an approved operator always comes
      * back active. The edit does not go live here: it is queued on
      * the pending-change file for a second supervisor's approval,
      * since approval authority sits under dual control.
       edit-operator.
           IF NOT pending-file-open
               DISPLAY "The pending-change file is unavailable; "
      -                "maintenance is suspended...Press return"
               ACCEPT invalid-input
               PERFORM type-of-loan
           END-IF
           PERFORM design
           MOVE SPACES TO edit-operator-id
           PERFORM UNTIL edit-operator-id NOT = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               MOVE SPACES TO string-input
               ACCEPT string-input
               MOVE FUNCTION UPPER-CASE(string-input(1:8))
                   TO edit-operator-id
           END-PERFORM
           DISPLAY "Operator Name: " WITH NO ADVANCING
           ACCEPT oper-operator-name
           MOVE FUNCTION UPPER-CASE(oper-operator-name)
               TO oper-operator-name
           MOVE 0 TO edit-authority-level
           PERFORM UNTIL edit-authority-level >= 1
               DISPLAY "Authority Level (1-3): " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value < 1
               OR parsed-numeric-value > 3
               OR FUNCTION INTEGER-PART(parsed-numeric-value)
                   NOT = parsed-numeric-value
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE edit-authority-level = parsed-numeric-value
               END-IF
           END-PERFORM
           PERFORM issue-change-id
           MOVE "O" TO pend-change-type
           MOVE "P" TO pend-status
           MOVE operator-id TO pend-keyed-by
           MOVE FUNCTION CURRENT-DATE(1:8) TO pend-keyed-date
           MOVE SPACES TO pend-approved-by
           MOVE 0 TO pend-applied-date
           MOVE SPACES TO pend-product-code
           MOVE SPACES TO pend-description
           MOVE 0 TO pend-annual-rate
           MOVE 0 TO pend-min-term-years
           MOVE 0 TO pend-max-term-years
           MOVE 0 TO pend-effective-date
           MOVE edit-operator-id TO pend-operator-id
           MOVE oper-operator-name TO pend-operator-name
           MOVE edit-authority-level TO pend-authority-level
           MOVE "Y" TO pend-active-flag
           MOVE SPACE TO pend-late-charge-type
           MOVE 0 TO pend-late-charge-amount
           MOVE 0 TO pend-late-charge-rate
           MOVE 0 TO pend-late-grace-days
           MOVE SPACE TO pend-orig-fee-type
           MOVE 0 TO pend-orig-fee-amount
           MOVE 0 TO pend-orig-fee-rate
           WRITE pending-change-record
               INVALID KEY
                   REWRITE pending-change-record
           END-WRITE
           DISPLAY "Operator change " pend-change-id " for "
               pend-operator-id " queued for a second "
               "supervisor's approval...Press return"
           ACCEPT invalid-input
           EXIT.


      * This queues an operator's deactivation for approval. The
      * record stays either way, so the audit history keeps its
      * name; once the change is approved, only sign-on and
      * approvals refuse them from there on.
       deactivate-operator.
           IF NOT pending-file-open
               DISPLAY "The pending-change file is unavailable; "
      -                "maintenance is suspended...Press return"
               ACCEPT invalid-input
               PERFORM type-of-loan
           END-IF
           PERFORM design
           DISPLAY "Operator ID to deactivate: " WITH NO ADVANCING
           MOVE SPACES TO string-input
           ACCEPT string-input
           MOVE FUNCTION UPPER-CASE(string-input(1:8))
               TO oper-operator-id
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "No such operator...Press return"
                   ACCEPT invalid-input
               NOT INVALID KEY
                   IF oper-operator-id = operator-id
                       DISPLAY "You cannot deactivate yourself..."
      -                        "Press return"
                       ACCEPT invalid-input
                   ELSE
                       PERFORM queue-operator-deactivation
                   END-IF
           END-READ
           EXIT.


      * Queues the deactivation read above: the operator's record
      * rides the payload unchanged except for the active flag.
       queue-operator-deactivation.
           PERFORM issue-change-id
           MOVE "O" TO pend-change-type
           MOVE "P" TO pend-status
           MOVE operator-id TO pend-keyed-by
           MOVE FUNCTION CURRENT-DATE(1:8) TO pend-keyed-date
           MOVE SPACES TO pend-approved-by
           MOVE 0 TO pend-applied-date
           MOVE SPACES TO pend-product-code
           MOVE SPACES TO pend-description
           MOVE 0 TO pend-annual-rate
           MOVE 0 TO pend-min-term-years
           MOVE 0 TO pend-max-term-years
           MOVE 0 TO pend-effective-date
           MOVE oper-operator-id TO pend-operator-id
           MOVE oper-operator-name TO pend-operator-name
           MOVE oper-authority-level TO pend-authority-level
           MOVE "N" TO pend-active-flag
           MOVE SPACE TO pend-late-charge-type
           MOVE 0 TO pend-late-charge-amount
           MOVE 0 TO pend-late-charge-rate
           MOVE 0 TO pend-late-grace-days
           MOVE SPACE TO pend-orig-fee-type
           MOVE 0 TO pend-orig-fee-amount
           MOVE 0 TO pend-orig-fee-rate
           WRITE pending-change-record
               INVALID KEY
                   REWRITE pending-change-record
           END-WRITE
           DISPLAY "Deactivation of " pend-operator-id " queued as "
               "change " pend-change-id " for a second "
               "supervisor's approval...Press return"
           ACCEPT invalid-input
           EXIT.


      * Issues the next pending-change number: the highest on file
      * plus one. The scan re-reads the file rather than trusting a
      * counter that could drift from it, the way loan account
      * numbers are issued.
       issue-change-id.
           MOVE 0 TO highest-change-id
           MOVE 0 TO pend-change-id
           MOVE "N" TO pend-scan-eof-switch
           START PENDING-CHANGE-FILE
               KEY >= pend-change-id
               INVALID KEY
                   SET pend-scan-eof TO TRUE
           END-START
           PERFORM UNTIL pend-scan-eof
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       SET pend-scan-eof TO TRUE
                   NOT AT END
                       IF pend-change-id > highest-change-id
                           MOVE pend-change-id TO highest-change-id
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF pending-file-status NOT = "00"
                   SET pend-scan-eof TO TRUE
               END-IF
           END-PERFORM
           COMPUTE pend-change-id = highest-change-id + 1
           EXIT.


      * This is the second pair of eyes: the pending changes of the
      * kind the caller's screen maintains are listed, and a level-3
      * supervisor other than the one who keyed a change may apply
      * or refuse it. Both IDs land on the audit log either way.
       approve-pending-changes.
           IF NOT pending-file-open
               DISPLAY "The pending-change file is unavailable..."
      -                "Press return"
               ACCEPT invalid-input
           ELSE
               IF operator-authority < 3
                   DISPLAY "Only a level 3 supervisor may review "
      -                    "pending changes...Press return"
                   ACCEPT invalid-input
               ELSE
                   PERFORM design
                   DISPLAY "PENDING CHANGES AWAITING APPROVAL"
                   PERFORM design
                   PERFORM list-pending-changes
                   IF pend-listed-count = 0
                       DISPLAY "(nothing pending)...Press return"
                       ACCEPT invalid-input
                   ELSE
                       PERFORM review-one-pending-change
                   END-IF
               END-IF
           END-IF
           EXIT.


      * Lists every change of the caller's kind still awaiting its
      * approval, with who keyed it and what it would do.
       list-pending-changes.
           MOVE 0 TO pend-listed-count
           MOVE 0 TO pend-change-id
           MOVE "N" TO pend-scan-eof-switch
           START PENDING-CHANGE-FILE
               KEY >= pend-change-id
               INVALID KEY
                   SET pend-scan-eof TO TRUE
           END-START
           PERFORM UNTIL pend-scan-eof
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       SET pend-scan-eof TO TRUE
                   NOT AT END
                       IF pend-status = "P"
                       AND pend-change-type = pend-approve-type
                           ADD 1 TO pend-listed-count
                           IF pend-change-type = "P"
                               MOVE pend-annual-rate TO z-pend-rate
                               DISPLAY "Change " pend-change-id
                                   "  product " pend-product-code
                                   "  rate " z-pend-rate
                                   "%  terms " pend-min-term-years
                                   "-" pend-max-term-years
                                   "  late " pend-late-charge-type
                                   "  charge " pend-orig-fee-type
                                   "  keyed by " pend-keyed-by
                           ELSE
                               DISPLAY "Change " pend-change-id
                                   "  operator " pend-operator-id
                                   "  level " pend-authority-level
                                   "  active " pend-active-flag
                                   "  keyed by " pend-keyed-by
                           END-IF
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF pending-file-status NOT = "00"
                   SET pend-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Has the reviewing supervisor pick one listed change and
      * apply or refuse it. The one rule dual control hangs on: the
      * reviewer may never be the operator who keyed the change.
       review-one-pending-change.
           DISPLAY "Change number to review (0 to go back): "
      -    WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR parsed-numeric-value < 0
           OR parsed-numeric-value > 99999
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
           ELSE
               IF parsed-numeric-value > 0
                   COMPUTE pend-change-id = parsed-numeric-value
                   READ PENDING-CHANGE-FILE
                       INVALID KEY
                           DISPLAY "No such change...Press return"
                           ACCEPT invalid-input
                       NOT INVALID KEY
                           PERFORM judge-pending-change
                   END-READ
               END-IF
           END-IF
           EXIT.


      * Validates the picked change and takes the approve/refuse
      * verdict on it.
       judge-pending-change.
           EVALUATE TRUE
               WHEN pend-status NOT = "P"
               OR pend-change-type NOT = pend-approve-type
                   DISPLAY "That change is not awaiting this "
      -                    "screen's approval...Press return"
                   ACCEPT invalid-input
               WHEN pend-keyed-by = operator-id
                   DISPLAY "You keyed this change; a different "
      -                    "supervisor must approve it..."
      -                    "Press return"
                   ACCEPT invalid-input
               WHEN OTHER
                   DISPLAY "(a)pprove or (r)efuse? "
      -            WITH NO ADVANCING
                   ACCEPT approve-action
                   MOVE FUNCTION UPPER-CASE(approve-action)
                       TO approve-action
                   EVALUATE approve-action
                       WHEN 'A'
                           PERFORM apply-pending-change
                       WHEN 'R'
                           MOVE "R" TO pend-status
                           MOVE operator-id TO pend-approved-by
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO pend-applied-date
                           REWRITE pending-change-record
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           PERFORM write-maintenance-audit
                           DISPLAY "Change " pend-change-id
                               " refused...Press return"
                           ACCEPT invalid-input
                       WHEN OTHER
                           DISPLAY "Please choose A or R..."
      -                            "Press return"
                           ACCEPT invalid-input
                   END-EVALUATE
           END-EVALUATE
           EXIT.


      * Applies the approved payload to the live file it maintains,
      * marks the change applied, and audits it under both IDs.
       apply-pending-change.
           IF pend-change-type = "P"
               MOVE pend-product-code TO prod-product-code
               MOVE pend-description TO prod-description
               MOVE pend-annual-rate TO prod-annual-rate
               MOVE pend-min-term-years TO prod-min-term-years
               MOVE pend-max-term-years TO prod-max-term-years
               MOVE pend-effective-date TO prod-effective-date
               MOVE pend-late-charge-type TO prod-late-charge-type
               MOVE pend-late-charge-amount
                   TO prod-late-charge-amount
               MOVE pend-late-charge-rate TO prod-late-charge-rate
               MOVE pend-late-grace-days TO prod-late-grace-days
               MOVE pend-orig-fee-type TO prod-orig-fee-type
               MOVE pend-orig-fee-amount TO prod-orig-fee-amount
               MOVE pend-orig-fee-rate TO prod-orig-fee-rate
               WRITE loan-product-record
                   INVALID KEY
                       REWRITE loan-product-record
               END-WRITE
           ELSE
               MOVE pend-operator-id TO oper-operator-id
               MOVE pend-operator-name TO oper-operator-name
               MOVE pend-authority-level TO oper-authority-level
               MOVE pend-active-flag TO oper-active-flag
               WRITE operator-record
                   INVALID KEY
                       REWRITE operator-record
               END-WRITE
           END-IF
           MOVE "A" TO pend-status
           MOVE operator-id TO pend-approved-by
           MOVE FUNCTION CURRENT-DATE(1:8) TO pend-applied-date
           REWRITE pending-change-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM write-maintenance-audit
           DISPLAY "Change " pend-change-id " applied...Press return"
           ACCEPT invalid-input
           EXIT.


      * One audit line per reviewed maintenance change, carrying
      * both IDs: the keyer rides in the operator column and the
      * reviewing supervisor in the approved-by column. Maintenance
      * rows audit under type M with account zero and no money
      * figures, so the end-of-day cross-check and the GL extract
      * pass them by.
       write-maintenance-audit.
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
           IF business-date > 0
               MOVE business-date TO audit-timestamp(1:8)
           END-IF
           MOVE pend-keyed-by TO audit-operator-name
           MOVE SPACES TO audit-customer-name
           IF pend-change-type = "P"
               STRING "PRODUCT CHANGE " pend-change-id
                   " " pend-status
                   DELIMITED BY SIZE INTO audit-customer-name
               MOVE pend-product-code TO audit-product-code
           ELSE
               STRING "OPERATOR CHANGE " pend-change-id
                   " " pend-status
                   DELIMITED BY SIZE INTO audit-customer-name
               MOVE SPACES TO audit-product-code
           END-IF
           MOVE 0 TO audit-loan-account
           MOVE 'M' TO audit-loan-type-choice
           MOVE 0 TO audit-loan-amount
           MOVE 0 TO audit-annual-interest-rate
           MOVE 0 TO audit-loan-term-months
           MOVE 0 TO audit-total-principal
           MOVE 0 TO audit-total-interest
           MOVE 0 TO audit-total-payments
           MOVE "N" TO audit-rate-override-flag
           MOVE operator-id TO audit-approved-by
           MOVE SPACES TO audit-reason-code
           WRITE audit-log-record
           EXIT.


      * This is the borrower maintenance screen the branches keep
      * names, addresses and contact details up to date through, and
      * where a loan is linked to the borrower it belongs to. Every
      * change lands on the audit log under the operator signed on.
       borrower-maintenance.
           IF NOT borrower-file-open
               DISPLAY "The borrower master is unavailable; "
      -                "maintenance is suspended...Press return"
               ACCEPT invalid-input
               PERFORM type-of-loan
           ELSE
               CALL "SYSTEM" USING clear-command
               PERFORM design
               DISPLAY "BORROWER MAINTENANCE"
               PERFORM design
               DISPLAY "(f) Find borrowers by name"
               DISPLAY "(a) Add a new borrower"
               DISPLAY "(c) Change a borrower's address or contact "
      -                "details"
               DISPLAY "(l) Link a loan account to a borrower"
               DISPLAY "(x) Back to the loan menu"
               DISPLAY "INPUT: " WITH NO ADVANCING
               ACCEPT borrower-action
               MOVE FUNCTION UPPER-CASE(borrower-action)
                   TO borrower-action
               EVALUATE borrower-action
                   WHEN 'F'
                       PERFORM find-borrowers-by-name
                       PERFORM borrower-maintenance
                   WHEN 'A'
                       PERFORM add-borrower
                       PERFORM borrower-maintenance
                   WHEN 'C'
                       PERFORM change-borrower
                       PERFORM borrower-maintenance
                   WHEN 'L'
                       PERFORM link-loan-to-borrower
                       PERFORM borrower-maintenance
                   WHEN 'X'
                       PERFORM type-of-loan
                   WHEN OTHER
                       DISPLAY "Please choose F, A, C, L or X..."
      -                        "Press return"
                       ACCEPT invalid-input
                       PERFORM borrower-maintenance
               END-EVALUATE
           END-IF.
           EXIT.


      * This lists every borrower on file under the name keyed, off
      * the alternate key, with the address each is mailed at.
       find-borrowers-by-name.
           PERFORM design
           DISPLAY "Borrower name to find: " WITH NO ADVANCING
           MOVE SPACES TO brw-borrower-name
           ACCEPT brw-borrower-name
           MOVE FUNCTION UPPER-CASE(brw-borrower-name)
               TO brw-borrower-name
           MOVE brw-borrower-name TO loan-search-name
           MOVE 0 TO brw-list-count
           MOVE "N" TO borrower-eof-switch
           START BORROWER-FILE
               KEY = brw-borrower-name
               INVALID KEY
                   SET borrower-eof TO TRUE
           END-START
           PERFORM UNTIL borrower-eof
               READ BORROWER-FILE NEXT RECORD
                   AT END
                       SET borrower-eof TO TRUE
                   NOT AT END
                       IF brw-borrower-name = loan-search-name
                           ADD 1 TO brw-list-count
                           DISPLAY "Borrower " brw-borrower-number
                               "  " FUNCTION TRIM(brw-address-line-1
                               TRAILING) ", " FUNCTION TRIM(brw-city
                               TRAILING)
                       ELSE
                           SET borrower-eof TO TRUE
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF borrower-file-status NOT = "00"
                   SET borrower-eof TO TRUE
               END-IF
           END-PERFORM
           IF brw-list-count = 0
               DISPLAY "No borrower on file under that name."
           END-IF
           DISPLAY "Press return" WITH NO ADVANCING
           ACCEPT invalid-input
           EXIT.


      * This adds a borrower under the next free borrower number,
      * then links every loan already on CUSTMAST under the same
      * name that is not yet linked to anyone.
       add-borrower.
           PERFORM design
           PERFORM issue-borrower-number
           MOVE SPACES TO borrower-record
           MOVE edit-borrower-number TO brw-borrower-number
           MOVE "M" TO brw-contact-method
           PERFORM UNTIL brw-borrower-name NOT = SPACES
               DISPLAY "Borrower Name: " WITH NO ADVANCING
               ACCEPT brw-borrower-name
               MOVE FUNCTION UPPER-CASE(brw-borrower-name)
                   TO brw-borrower-name
           END-PERFORM
           PERFORM ask-borrower-contact
           MOVE FUNCTION CURRENT-DATE(1:8) TO brw-last-changed-date
           MOVE operator-id TO brw-last-changed-by
           WRITE borrower-record
               INVALID KEY
                   DISPLAY "Borrower " brw-borrower-number
                       " could not be added (status "
                       borrower-file-status ")...Press return"
                   ACCEPT invalid-input
               NOT INVALID KEY
                   MOVE SPACES TO brw-audit-text
                   STRING "BORROWER " brw-borrower-number " ADDED"
                       DELIMITED BY SIZE INTO brw-audit-text
                   MOVE "NEW" TO brw-audit-reason
                   PERFORM write-borrower-audit
                   PERFORM link-loans-by-name
                   DISPLAY "Borrower " brw-borrower-number
                       " added; " brw-link-count
                       " loan(s) under the name linked to it..."
                       "Press return"
                   ACCEPT invalid-input
           END-WRITE
           EXIT.


      * This re-keys a borrower's address and contact details. Each
      * field shows what is on file and keeps it when return alone
      * is pressed. A change to any part of the mailing address is
      * audited as an address change; a change only to the phone,
      * e-mail or preferred method as a contact change.
       change-borrower.
           PERFORM design
           DISPLAY "Borrower number: " WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR parsed-numeric-value < 1
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
           ELSE
               COMPUTE brw-borrower-number = parsed-numeric-value
               READ BORROWER-FILE
                   INVALID KEY
                       DISPLAY "No borrower " brw-borrower-number
                           " on file...Press return"
                       ACCEPT invalid-input
                   NOT INVALID KEY
                       PERFORM rekey-borrower-details
               END-READ
           END-IF
           EXIT.


      * Takes the edit of the borrower just read and rewrites it,
      * auditing what kind of change was made.
       rekey-borrower-details.
           DISPLAY "Borrower: " FUNCTION TRIM(brw-borrower-name
               TRAILING)
           MOVE brw-address-line-1 TO prior-address-line-1
           MOVE brw-address-line-2 TO prior-address-line-2
           MOVE brw-city TO prior-city
           MOVE brw-province TO prior-province
           MOVE brw-postal-code TO prior-postal-code
           MOVE brw-phone TO prior-phone
           MOVE brw-email TO prior-email
           MOVE brw-contact-method TO prior-contact-method
           PERFORM ask-borrower-contact
           EVALUATE TRUE
               WHEN brw-address-line-1 NOT = prior-address-line-1
               OR brw-address-line-2 NOT = prior-address-line-2
               OR brw-city NOT = prior-city
               OR brw-province NOT = prior-province
               OR brw-postal-code NOT = prior-postal-code
                   MOVE "ADR" TO brw-audit-reason
                   MOVE SPACES TO brw-audit-text
                   STRING "BORROWER " brw-borrower-number " ADDRESS"
                       DELIMITED BY SIZE INTO brw-audit-text
               WHEN brw-phone NOT = prior-phone
               OR brw-email NOT = prior-email
               OR brw-contact-method NOT = prior-contact-method
                   MOVE "CON" TO brw-audit-reason
                   MOVE SPACES TO brw-audit-text
                   STRING "BORROWER " brw-borrower-number " CONTACT"
                       DELIMITED BY SIZE INTO brw-audit-text
               WHEN OTHER
                   MOVE SPACES TO brw-audit-reason
           END-EVALUATE
           IF brw-audit-reason = SPACES
               DISPLAY "Nothing changed...Press return"
               ACCEPT invalid-input
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO brw-last-changed-date
               MOVE operator-id TO brw-last-changed-by
               REWRITE borrower-record
                   INVALID KEY
                       DISPLAY "Borrower " brw-borrower-number
                           " could not be updated (status "
                           borrower-file-status ")...Press return"
                       ACCEPT invalid-input
                   NOT INVALID KEY
                       PERFORM write-borrower-audit
                       DISPLAY "Borrower " brw-borrower-number
                           " updated...Press return"
                       ACCEPT invalid-input
               END-REWRITE
           END-IF
           EXIT.


      * Keys the address and contact fields of the borrower record
      * in hand. Return alone keeps what is shown; a single "-"
      * clears an optional field.
       ask-borrower-contact.
           DISPLAY "Press return to keep what is shown in brackets, "
      -            "or key - to clear it."
           DISPLAY "Address Line 1 [" FUNCTION TRIM(brw-address-line-1
               TRAILING) "]: " WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-address-line-1
               WHEN borrower-entry NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(borrower-entry)
                       TO brw-address-line-1
           END-EVALUATE
           DISPLAY "Address Line 2 [" FUNCTION TRIM(brw-address-line-2
               TRAILING) "]: " WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-address-line-2
               WHEN borrower-entry NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(borrower-entry)
                       TO brw-address-line-2
           END-EVALUATE
           DISPLAY "City [" FUNCTION TRIM(brw-city TRAILING) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-city
               WHEN borrower-entry NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(borrower-entry) TO brw-city
           END-EVALUATE
           DISPLAY "Province [" FUNCTION TRIM(brw-province TRAILING)
               "]: " WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-province
               WHEN borrower-entry NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(borrower-entry)
                       TO brw-province
           END-EVALUATE
           DISPLAY "Postal Code [" FUNCTION TRIM(brw-postal-code
               TRAILING) "]: " WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-postal-code
               WHEN borrower-entry NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(borrower-entry)
                       TO brw-postal-code
           END-EVALUATE
           DISPLAY "Phone [" FUNCTION TRIM(brw-phone TRAILING) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-phone
               WHEN borrower-entry NOT = SPACES
                   MOVE borrower-entry TO brw-phone
           END-EVALUATE
           DISPLAY "E-mail [" FUNCTION TRIM(brw-email TRAILING) "]: "
               WITH NO ADVANCING
           MOVE SPACES TO borrower-entry
           ACCEPT borrower-entry
           EVALUATE TRUE
               WHEN borrower-entry = "-"
                   MOVE SPACES TO brw-email
               WHEN borrower-entry NOT = SPACES
                   MOVE borrower-entry TO brw-email
           END-EVALUATE
           MOVE SPACE TO borrower-action
           PERFORM UNTIL borrower-action = "Y"
               DISPLAY "Preferred Contact (M mail, P phone, E e-mail, "
      -                "T text) [" brw-contact-method "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO borrower-entry
               ACCEPT borrower-entry
               IF borrower-entry NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(borrower-entry(1:1))
                       TO brw-contact-method
               END-IF
               IF brw-valid-contact-method
                   MOVE "Y" TO borrower-action
               ELSE
                   DISPLAY "Please choose M, P, E or T..."
      -                    "Press return"
                   ACCEPT invalid-input
               END-IF
           END-PERFORM
           EXIT.


      * This links one loan on CUSTMAST to a borrower on file, or
      * moves it to another, and audits the link.
       link-loan-to-borrower.
           PERFORM design
           DISPLAY "Loan account: " WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR parsed-numeric-value < 1
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
           ELSE
               COMPUTE master-loan-account = parsed-numeric-value
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "No loan " master-loan-account
                           " on file...Press return"
                       ACCEPT invalid-input
                   NOT INVALID KEY
                       PERFORM link-selected-loan
               END-READ
           END-IF
           EXIT.


      * Takes the borrower number for the loan just read, checks it
      * is on file, and rewrites the loan linked to it.
       link-selected-loan.
           IF master-borrower-number IS NOT NUMERIC
               MOVE 0 TO master-borrower-number
           END-IF
           DISPLAY "Loan " master-loan-account " for "
               FUNCTION TRIM(master-customer-name TRAILING)
               " is linked to borrower " master-borrower-number
           DISPLAY "Borrower number to link it to: "
               WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR parsed-numeric-value < 1
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
           ELSE
               COMPUTE brw-borrower-number = parsed-numeric-value
               READ BORROWER-FILE
                   INVALID KEY
                       DISPLAY "No borrower " brw-borrower-number
                           " on file...Press return"
                       ACCEPT invalid-input
                   NOT INVALID KEY
                       MOVE brw-borrower-number
                           TO master-borrower-number
                       REWRITE customer-master-record
                           INVALID KEY
                               DISPLAY "The loan could not be "
      -                                "updated...Press return"
                               ACCEPT invalid-input
                           NOT INVALID KEY
                               PERFORM audit-loan-link
                               DISPLAY "Loan " master-loan-account
                                   " linked to "
                                   FUNCTION TRIM(brw-borrower-name
                                   TRAILING) "...Press return"
                               ACCEPT invalid-input
                       END-REWRITE
               END-READ
           END-IF
           EXIT.


      * Links every unlinked loan under the new borrower's name to
      * the borrower just added, auditing each link.
       link-loans-by-name.
           MOVE 0 TO brw-link-count
           MOVE brw-borrower-name TO master-customer-name
           MOVE "N" TO master-scan-eof-switch
           START CUSTOMER-MASTER-FILE
               KEY = master-customer-name
               INVALID KEY
                   SET master-scan-eof TO TRUE
           END-START
           PERFORM UNTIL master-scan-eof
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET master-scan-eof TO TRUE
                   NOT AT END
                       IF master-customer-name NOT = brw-borrower-name
                           SET master-scan-eof TO TRUE
                       ELSE
                           IF master-borrower-number IS NOT NUMERIC
                               MOVE 0 TO master-borrower-number
                           END-IF
                           IF master-borrower-number = 0
                               MOVE brw-borrower-number
                                   TO master-borrower-number
                               REWRITE customer-master-record
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO brw-link-count
                                       PERFORM audit-loan-link
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF master-file-status NOT = "00"
                   SET master-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Audits the current master loan's link to its borrower.
       audit-loan-link.
           MOVE SPACES TO brw-audit-text
           STRING "LINK " master-loan-account " TO "
               master-borrower-number
               DELIMITED BY SIZE INTO brw-audit-text
           MOVE "LNK" TO brw-audit-reason
           PERFORM write-borrower-audit
           EXIT.


      * Links the loan in the master record area to the borrower on
      * file under its name, when there is exactly one; with none,
      * or with several sharing the name, it is left unlinked.
       link-borrower-by-name.
           MOVE 0 TO brw-match-count
           MOVE 0 TO brw-match-number
           IF borrower-file-open
               MOVE master-customer-name TO brw-borrower-name
               MOVE "N" TO borrower-eof-switch
               START BORROWER-FILE
                   KEY = brw-borrower-name
                   INVALID KEY
                       SET borrower-eof TO TRUE
               END-START
               PERFORM UNTIL borrower-eof
                   OR brw-match-count > 1
                   READ BORROWER-FILE NEXT RECORD
                       AT END
                           SET borrower-eof TO TRUE
                       NOT AT END
                           IF brw-borrower-name = master-customer-name
                               ADD 1 TO brw-match-count
                               MOVE brw-borrower-number
                                   TO brw-match-number
                           ELSE
                               SET borrower-eof TO TRUE
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF borrower-file-status NOT = "00"
                       SET borrower-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF brw-match-count = 1
               MOVE brw-match-number TO master-borrower-number
           END-IF
           EXIT.


      * Works out the next free borrower number off the highest one
      * on file.
       issue-borrower-number.
           MOVE 0 TO highest-borrower-number
           MOVE 0 TO brw-borrower-number
           MOVE "N" TO borrower-eof-switch
           START BORROWER-FILE
               KEY >= brw-borrower-number
               INVALID KEY
                   SET borrower-eof TO TRUE
           END-START
           PERFORM UNTIL borrower-eof
               READ BORROWER-FILE NEXT RECORD
                   AT END
                       SET borrower-eof TO TRUE
                   NOT AT END
                       IF brw-borrower-number > highest-borrower-number
                           MOVE brw-borrower-number
                               TO highest-borrower-number
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF borrower-file-status NOT = "00"
                   SET borrower-eof TO TRUE
               END-IF
           END-PERFORM
           COMPUTE edit-borrower-number = highest-borrower-number + 1
           EXIT.


      * One audit line per borrower maintenance change: what was
      * changed rides in the customer-name column (type M, no loan
      * account, like the other maintenance entries), and the reason
      * column says which kind -- NEW borrower, ADR address, CON
      * contact details, LNK loan link.
       write-borrower-audit.
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
           IF business-date > 0
               MOVE business-date TO audit-timestamp(1:8)
           END-IF
           MOVE operator-name TO audit-operator-name
           MOVE brw-audit-text TO audit-customer-name
           MOVE 0 TO audit-loan-account
           MOVE 'M' TO audit-loan-type-choice
           MOVE 0 TO audit-loan-amount
           MOVE 0 TO audit-annual-interest-rate
           MOVE 0 TO audit-loan-term-months
           MOVE 0 TO audit-total-principal
           MOVE 0 TO audit-total-interest
           MOVE 0 TO audit-total-payments
           MOVE SPACES TO audit-product-code
           MOVE "N" TO audit-rate-override-flag
           MOVE operator-id TO audit-approved-by
           MOVE brw-audit-reason TO audit-reason-code
           WRITE audit-log-record
           EXIT.


      * Reads the current master loan's borrower for its mailing
      * block. A loan with no borrower linked, a borrower not on
      * file, or one with no street address or city is not mailable,
      * and the reason is left for the exception list.
       locate-mailing-address.
           MOVE "N" TO mailing-found-switch
           MOVE SPACES TO mailing-exception-reason
           IF master-borrower-number IS NOT NUMERIC
               MOVE 0 TO master-borrower-number
           END-IF
           EVALUATE TRUE
               WHEN NOT borrower-file-open
                   MOVE "BORROWER FILE UNAVAILABLE"
                       TO mailing-exception-reason
               WHEN master-borrower-number = 0
                   MOVE "NO BORROWER LINKED"
                       TO mailing-exception-reason
               WHEN OTHER
                   MOVE master-borrower-number TO brw-borrower-number
                   READ BORROWER-FILE
                       INVALID KEY
                           MOVE "BORROWER NOT ON FILE"
                               TO mailing-exception-reason
                       NOT INVALID KEY
                           IF brw-address-line-1 = SPACES
                           OR brw-city = SPACES
                               MOVE "NO ADDRESS ON FILE"
                                   TO mailing-exception-reason
                           ELSE
                               SET mailing-address-found TO TRUE
                           END-IF
                   END-READ
           END-EVALUATE
           EXIT.


      * Prints the mailing block of the borrower record in hand, in
      * the form the window envelopes take it.
       print-mailing-block.
           DISPLAY FUNCTION TRIM(brw-borrower-name TRAILING)
           DISPLAY FUNCTION TRIM(brw-address-line-1 TRAILING)
           IF brw-address-line-2 NOT = SPACES
               DISPLAY FUNCTION TRIM(brw-address-line-2 TRAILING)
           END-IF
           DISPLAY FUNCTION TRIM(brw-city TRAILING) " "
               FUNCTION TRIM(brw-province TRAILING) " "
               FUNCTION TRIM(brw-postal-code TRAILING)
           EXIT.


      * Opens the run's notice exception file fresh. If it cannot be
      * opened, held notices are still counted and are listed
      * straight onto the report instead.
       open-notice-exceptions.
           MOVE 0 TO notice-exc-count
           OPEN OUTPUT NOTICE-EXCEPTION-FILE
           IF notice-exc-status = "00"
               MOVE "Y" TO notice-exc-open-switch
           ELSE
               MOVE "N" TO notice-exc-open-switch
               DISPLAY "NOTICEXC could not be opened (status "
      -                notice-exc-status "); notices held for want "
      -                "of an address are listed below as they occur."
           END-IF
           EXIT.


      * Holds back one notice for the current master loan, with the
      * reason locate-mailing-address left and the phone to chase on.
       write-notice-exception.
           ADD 1 TO notice-exc-count
           MOVE master-loan-account TO nxc-loan-account
           MOVE master-customer-name TO nxc-customer-name
           MOVE master-borrower-number TO nxc-borrower-number
           MOVE notice-exc-type TO nxc-notice-type
           MOVE mailing-exception-reason TO nxc-reason
           IF mailing-exception-reason = "NO ADDRESS ON FILE"
               MOVE brw-phone TO nxc-phone
           ELSE
               MOVE SPACES TO nxc-phone
           END-IF
           MOVE notice-exc-amount TO nxc-amount
           IF notice-exc-file-open
               WRITE notice-exception-record
           ELSE
               PERFORM print-notice-exception-line
           END-IF
           EXIT.


      * Lists the notices the run held back for want of an address,
      * read back off the exception file, for the mail room.
       print-notice-exceptions.
           PERFORM design
           DISPLAY "NOTICES HELD - NO MAILING ADDRESS ON FILE"
           PERFORM design
           IF notice-exc-file-open
               CLOSE NOTICE-EXCEPTION-FILE
               MOVE "N" TO notice-exc-open-switch
               OPEN INPUT NOTICE-EXCEPTION-FILE
               IF notice-exc-status = "00"
                   MOVE "N" TO notice-exc-eof-switch
                   PERFORM UNTIL notice-exc-eof
                       READ NOTICE-EXCEPTION-FILE
                           AT END
                               SET notice-exc-eof TO TRUE
                           NOT AT END
                               PERFORM print-notice-exception-line
                       END-READ
                       IF notice-exc-status NOT = "00"
                           SET notice-exc-eof TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE NOTICE-EXCEPTION-FILE
               END-IF
           END-IF
           IF notice-exc-count = 0
               DISPLAY "(none)"
           ELSE
               DISPLAY "Notices held: " notice-exc-count
           END-IF
           EXIT.


      * One line of the held-notice list.
       print-notice-exception-line.
           MOVE nxc-amount TO z-nxc-amount
           DISPLAY nxc-loan-account " " nxc-customer-name " "
               nxc-notice-type " " peso-symbol z-nxc-amount
           DISPLAY "    " nxc-reason "  borrower "
               nxc-borrower-number "  phone " nxc-phone
           EXIT.


      * This is the read-only loan status inquiry: one consolidated
      * page of everything the system already knows about one loan
      * -- master terms, newest archived schedule position, posted
      * ledger position, collections standing, next due date, and
      * its most recent audit entries. Nothing is recalculated and
      * nothing is written.
       loan-status-inquiry.
           MOVE "N" TO inquiry-found-switch
           CALL "SYSTEM" USING clear-command
           PERFORM design
           DISPLAY "LOAN STATUS INQUIRY"
           PERFORM design
           DISPLAY "Loan account number (blank to search by "
      -            "borrower name): " WITH NO ADVANCING
           MOVE SPACES TO string-input
           ACCEPT string-input
           IF string-input = SPACES
      *        The borrower-name path rides the same pick-list
      *        load-existing-customer uses, off the alternate key.
               PERFORM select-customer-loan
               IF loan-selected
                   MOVE "Y" TO inquiry-found-switch
                   MOVE "N" TO loan-selected-switch
               END-IF
           ELSE
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value <= 0
               OR parsed-numeric-value > 99999999
               OR FUNCTION INTEGER-PART(parsed-numeric-value)
                   NOT = parsed-numeric-value
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE master-loan-account = parsed-numeric-value
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "No loan with that account "
      -                            "number...Press return"
                           ACCEPT invalid-input
                       NOT INVALID KEY
                           MOVE "Y" TO inquiry-found-switch
                   END-READ
               END-IF
           END-IF
           IF inquiry-found
               PERFORM gather-inquiry-schedule
               PERFORM gather-inquiry-ledger
               PERFORM gather-inquiry-audit
               PERFORM print-loan-status-page
               DISPLAY "Press return to choose type of loan."
      -        WITH NO ADVANCING
               ACCEPT invalid-input
           END-IF
           PERFORM type-of-loan
           EXIT.


      * Reads the loan's newest archived run for its scheduled
      * position: the last period and balance on file, and the
      * first installment falling due after today.
       gather-inquiry-schedule.
           MOVE FUNCTION CURRENT-DATE(1:8) TO inq-today
           MOVE 0 TO inq-row-count
           MOVE 0 TO inq-last-period
           MOVE 0 TO inq-last-balance
           MOVE 0 TO inq-next-due-date
           MOVE 0 TO inq-next-due-amount
           MOVE master-loan-account TO arch-search-account
           PERFORM find-highest-archive-run
           IF archive-high-run > 0
               MOVE master-loan-account TO sa-loan-account
               MOVE archive-high-run TO sa-run-number
               MOVE 0 TO sa-installment-period
               MOVE "N" TO inq-sched-eof-switch
               START SCHEDULE-ARCHIVE-FILE
                   KEY >= sa-archive-key
                   INVALID KEY
                       SET inq-sched-eof TO TRUE
               END-START
               PERFORM UNTIL inq-sched-eof
                   READ SCHEDULE-ARCHIVE-FILE NEXT RECORD
                       AT END
                           SET inq-sched-eof TO TRUE
                       NOT AT END
                           IF sa-loan-account NOT = master-loan-account
                           OR sa-run-number NOT = archive-high-run
                               SET inq-sched-eof TO TRUE
                           ELSE
                               ADD 1 TO inq-row-count
                               MOVE sa-installment-period
                                   TO inq-last-period
                               MOVE sa-remaining-balance
                                   TO inq-last-balance
                               IF inq-next-due-date = 0
                               AND sa-due-date > inq-today
                               AND sa-equated-monthly-installment > 0
                                   MOVE sa-due-date
                                       TO inq-next-due-date
                                   MOVE sa-equated-monthly-installment
                                       TO inq-next-due-amount
                               END-IF
                           END-IF
                   END-READ
      *            Any read error ends the scan rather than spinning
      *            on a file that will never deliver another record.
                   IF archive-file-status NOT = "00"
                       SET inq-sched-eof TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EXIT.


      * Reads the loan's posted position off the ledger, if the
      * posting run has carried one out.
       gather-inquiry-ledger.
           MOVE "N" TO inq-position-switch
           MOVE 0 TO inq-paid-through
           MOVE 0 TO inq-unapplied
           MOVE 0 TO inq-posted-date
           MOVE 0 TO inq-fee-balance
           IF ledger-file-open
               MOVE master-loan-account TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET inq-position-found TO TRUE
                       MOVE ldg-paid-through TO inq-paid-through
                       MOVE ldg-unapplied TO inq-unapplied
                       MOVE ldg-posting-date TO inq-posted-date
                       IF ldg-fee-balance IS NUMERIC
                           MOVE ldg-fee-balance TO inq-fee-balance
                       END-IF
               END-READ
           END-IF
           EXIT.


      * Reads the audit log back for the loan's five most recent
      * entries. The log rides open for append the whole session, so
      * it is re-opened for input here and put back on append after.
       gather-inquiry-audit.
           MOVE 0 TO inq-audit-count
           CLOSE AUDIT-LOG-FILE
           OPEN INPUT AUDIT-LOG-FILE
           IF audit-log-status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO inq-audit-eof-switch
               PERFORM UNTIL inq-audit-eof
                   READ AUDIT-LOG-FILE
                       AT END
                           SET inq-audit-eof TO TRUE
                       NOT AT END
                           IF audit-loan-account IS NUMERIC
                           AND audit-loan-account
                               = master-loan-account
                               PERFORM note-inquiry-audit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM open-audit-log
           EXIT.


      * Slots one matching audit entry in, newest last, letting the
      * oldest fall off the top once five are held.
       note-inquiry-audit.
           IF inq-audit-count < 5
               ADD 1 TO inq-audit-count
           ELSE
               PERFORM VARYING inq-audit-slot FROM 1 BY 1
                   UNTIL inq-audit-slot >= 5
                   MOVE inq-audit-entry(inq-audit-slot + 1)
                       TO inq-audit-entry(inq-audit-slot)
               END-PERFORM
           END-IF
           MOVE audit-timestamp
               TO inq-audit-stamp(inq-audit-count)
           MOVE audit-loan-type-choice
               TO inq-audit-type(inq-audit-count)
           MOVE audit-loan-amount
               TO inq-audit-amount(inq-audit-count)
           MOVE audit-operator-name
               TO inq-audit-operator(inq-audit-count)
           EXIT.


      * Prints the consolidated page off what the gathers found.
       print-loan-status-page.
           CALL "SYSTEM" USING clear-command
           PERFORM design
           DISPLAY "LOAN STATUS  Account " master-loan-account
           PERFORM design
           DISPLAY "Borrower: " FUNCTION TRIM(master-customer-name
               TRAILING)
           EVALUATE master-loan-status
               WHEN "S"
                   DISPLAY "Status: SETTLED"
               WHEN "W"
                   DISPLAY "Status: WRITTEN OFF"
               WHEN OTHER
                   DISPLAY "Status: ACTIVE"
           END-EVALUATE
           DISPLAY "Loan Type: " master-loan-type-choice
           MOVE master-loan-amount TO z-inq-amount
           DISPLAY "Loan Amount: " peso-symbol z-inq-amount
           MOVE master-annual-interest-rate TO z-inq-rate
           IF master-rate-override = "Y"
               DISPLAY "Annual Interest: " z-inq-rate
      -                "% (SUPERVISOR OVERRIDE)"
           ELSE
               DISPLAY "Annual Interest: " z-inq-rate "%"
           END-IF
           DISPLAY "Term: " master-loan-term-years " year(s)"
           IF master-product-code NOT = SPACES
               DISPLAY "Product: " master-product-code
           END-IF
           IF master-loan-start-date > 0
               MOVE master-loan-start-date TO due-date
               PERFORM format-due-date
               DISPLAY "Loan Start Date: " date-value
           END-IF
           PERFORM design
           DISPLAY "SCHEDULE POSITION (NEWEST ARCHIVED RUN)"
           IF inq-row-count = 0
               DISPLAY "No archived schedule on file."
           ELSE
               DISPLAY "Archived run " archive-high-run " with "
                   inq-row-count " row(s), through period "
                   inq-last-period
               MOVE inq-last-balance TO z-inq-amount
               DISPLAY "Scheduled balance at last period: "
                   peso-symbol z-inq-amount
               IF inq-next-due-date > 0
                   MOVE inq-next-due-date TO due-date
                   PERFORM format-due-date
                   MOVE inq-next-due-amount TO z-inq-amount
                   DISPLAY "Next installment due " date-value ": "
                       peso-symbol z-inq-amount
               ELSE
                   DISPLAY "No installment falls due after today."
               END-IF
           END-IF
           PERFORM design
           DISPLAY "POSTED POSITION (LEDGER)"
           IF NOT inq-position-found
               DISPLAY "No posting run has touched this loan yet."
           ELSE
               DISPLAY "Paid through installment period "
                   inq-paid-through
               MOVE inq-unapplied TO z-inq-amount
               DISPLAY "Unapplied receipts held: " peso-symbol
                   z-inq-amount
               IF inq-fee-balance > 0
                   MOVE inq-fee-balance TO z-inq-amount
                   DISPLAY "Late charges outstanding: " peso-symbol
                       z-inq-amount
               END-IF
               IF inq-posted-date > 0
                   MOVE inq-posted-date TO due-date
                   PERFORM format-due-date
                   DISPLAY "Last posted: " date-value
               END-IF
           END-IF
           IF collections-file-open
               MOVE master-loan-account TO coll-loan-account
               READ COLLECTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF coll-chase-count > 0
                           MOVE coll-past-due-amount
                               TO z-inq-amount
                           DISPLAY "Collections: level "
                               coll-reminder-level ", followed up "
                               coll-chase-count " time(s), past due "
                               peso-symbol z-inq-amount
                       END-IF
                       IF coll-restructured
                           MOVE coll-workout-date TO due-date
                           PERFORM format-due-date
                           DISPLAY "Restructured under a hardship "
      -                            "workout on " date-value
                       END-IF
               END-READ
           END-IF
           PERFORM design
           DISPLAY "RECENT AUDIT ENTRIES"
           IF inq-audit-count = 0
               DISPLAY "No audit entries for this loan."
           END-IF
           PERFORM VARYING inq-audit-slot FROM 1 BY 1
               UNTIL inq-audit-slot > inq-audit-count
               MOVE inq-audit-amount(inq-audit-slot) TO z-inq-amount
               DISPLAY "  " inq-audit-stamp(inq-audit-slot) " type "
                   inq-audit-type(inq-audit-slot) " " peso-symbol
                   z-inq-amount " by " FUNCTION TRIM(
                   inq-audit-operator(inq-audit-slot) TRAILING)
           END-PERFORM
           PERFORM design
           EXIT.


      * This is the settlement close-out: the borrower has paid the
      * payoff quote, so the receipt is recorded against the quoted
      * figure, the loan is flagged settled on the master (or, on a
      * level-3 supervisor's authority, written off instead), the
      * closure is audited, and every run skips the loan from here
      * on. A receipt short of the quote closes nothing.
       settlement-mode.
           PERFORM select-customer-loan
           IF NOT loan-selected
               PERFORM type-of-loan
           ELSE
               PERFORM check-gl-closed
               EVALUATE TRUE
                   WHEN master-loan-status = "S"
                   OR master-loan-status = "W"
                       DISPLAY "That loan is already closed..."
      -                        "Press return"
                       ACCEPT invalid-input
                       PERFORM type-of-loan
                   WHEN rctl-gl-closed
                       DISPLAY "GL has closed this business date; "
      -                        "retry after ROLL...Press return"
                       ACCEPT invalid-input
                       PERFORM type-of-loan
                   WHEN OTHER
                       PERFORM close-out-loan
               END-EVALUATE
           END-IF
           EXIT.


      * Works the close-out on the loan read above.
       close-out-loan.
           PERFORM design
           DISPLAY "SETTLEMENT CLOSE-OUT  Account "
               master-loan-account
           PERFORM design
      *    The late charges still owed are shown up front: the
      *    payoff quote includes them, and settling the loan
      *    collects them while writing it off gives them up.
           MOVE 0 TO settle-late-charges
           IF ledger-file-open
               MOVE master-loan-account TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ldg-fee-balance IS NUMERIC
                           MOVE ldg-fee-balance
                               TO settle-late-charges
                       END-IF
               END-READ
           END-IF
           IF settle-late-charges > 0
               MOVE settle-late-charges TO z-settle-late
               DISPLAY "Late charges outstanding (included in the "
      -                "payoff quote): " peso-symbol z-settle-late
           END-IF
           MOVE SPACE TO settle-action
           PERFORM UNTIL settle-action = 'S'
           OR settle-action = 'W'
           OR settle-action = 'X'
               DISPLAY "(s)ettle in full, (w)rite off (level 3 "
      -                "only), or e(x)it? " WITH NO ADVANCING
               ACCEPT settle-action
               MOVE FUNCTION UPPER-CASE(settle-action)
                   TO settle-action
               IF settle-action = 'W'
               AND operator-authority < 3
                   DISPLAY "Only a level 3 supervisor may write a "
      -                    "loan off...Press return"
                   ACCEPT invalid-input
                   MOVE SPACE TO settle-action
               END-IF
           END-PERFORM
           EVALUATE settle-action
               WHEN 'S'
                   PERFORM settle-loan-in-full
               WHEN 'W'
                   PERFORM write-off-loan
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM clear-values
           PERFORM type-of-loan
           EXIT.


      * Takes the quoted payoff figure and the settlement receipt,
      * and closes the loan only when the receipt covers the quote.
       settle-loan-in-full.
           MOVE 0 TO settle-quote-amount
           PERFORM UNTIL settle-quote-amount > 0
               DISPLAY "Quoted payoff figure: " WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value <= 0
               OR parsed-numeric-value > max-loan-amount
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE settle-quote-amount = parsed-numeric-value
               END-IF
           END-PERFORM
           MOVE 0 TO settle-receipt-amount
           PERFORM UNTIL settle-receipt-amount > 0
               DISPLAY "Settlement receipt amount: "
      -        WITH NO ADVANCING
               ACCEPT string-input
               PERFORM validate-string-input
               IF invalid-numeric-input
               OR parsed-numeric-value <= 0
               OR parsed-numeric-value > max-loan-amount
                   DISPLAY "Invalid input...Press return"
                   ACCEPT invalid-input
               ELSE
                   COMPUTE settle-receipt-amount =
                       parsed-numeric-value
               END-IF
           END-PERFORM
           IF settle-receipt-amount < settle-quote-amount
               MOVE settle-quote-amount TO z-settle-quote
               MOVE settle-receipt-amount TO z-settle-receipt
               DISPLAY "Receipt " peso-symbol z-settle-receipt
                   " is short of the quote " peso-symbol
                   z-settle-quote "; the loan stays open..."
      -            "Press return"
               ACCEPT invalid-input
           ELSE
               MOVE "S" TO master-loan-status
               PERFORM record-loan-closure
               MOVE settle-quote-amount TO z-settle-quote
               DISPLAY "Loan " master-loan-account " settled "
                   "against quote " peso-symbol z-settle-quote
                   "...Press return"
               ACCEPT invalid-input
           END-IF
           EXIT.


      * Writes the loan off on supervisor authority: no receipt is
      * owed, the balance is simply given up and the closure
      * audited under the supervisor's own ID.
       write-off-loan.
           MOVE 0 TO settle-quote-amount
           MOVE 0 TO settle-receipt-amount
           MOVE "W" TO master-loan-status
           PERFORM record-loan-closure
           DISPLAY "Loan " master-loan-account " written off..."
      -            "Press return"
           ACCEPT invalid-input
           EXIT.


      * Carries the closure out everywhere it must land: the master
      * status byte, the ledger position (stamped closed), the
      * checkpoint (cleared), the collections record (cured), and
      * the audit log -- the quote rides in the principal column
      * and the receipt in the payments column, under type S
      * (settled) or W (written off).
       record-loan-closure.
           REWRITE customer-master-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE 0 TO hist-principal-to-date
           MOVE 0 TO hist-closure-fees
           IF ledger-file-open
               PERFORM sum-principal-applied
           END-IF
           IF ledger-file-open
               MOVE master-loan-account TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               READ LOAN-LEDGER-FILE
                   INVALID KEY
                       PERFORM init-ledger-record-fields
               END-READ
               MOVE master-loan-account TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
               IF master-loan-status = "S"
                   MOVE "SETTLED" TO ldg-status
               ELSE
                   MOVE "WRITOFF" TO ldg-status
               END-IF
      *        The late charges still owed leave the receivable with
      *        the loan: collected by a settlement, given up by a
      *        write-off. The position's same-day figures are added
      *        to rather than replaced when today's posting run has
      *        already put its own collection there, and started
      *        fresh when they are an earlier day's.
               IF ldg-fee-balance IS NOT NUMERIC
                   MOVE 0 TO ldg-fee-balance
               END-IF
               IF ldg-posting-date NOT = business-date
               OR ldg-day-fee-paid IS NOT NUMERIC
                   MOVE 0 TO ldg-day-fee-paid
                   MOVE 0 TO ldg-day-fee-written-off
               END-IF
               IF master-loan-status = "S"
                   ADD ldg-fee-balance TO ldg-day-fee-paid
               ELSE
                   ADD ldg-fee-balance TO ldg-day-fee-written-off
               END-IF
               MOVE ldg-fee-balance TO hist-closure-fees
               MOVE 0 TO ldg-fee-balance
               MOVE business-date TO ldg-posting-date
               WRITE loan-ledger-record
                   INVALID KEY
                       REWRITE loan-ledger-record
               END-WRITE
           END-IF
           MOVE master-loan-account TO loan-account-number
           PERFORM delete-checkpoint-record
           IF collections-file-open
               MOVE master-loan-account TO coll-loan-account
               READ COLLECTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO coll-reminder-level
                       MOVE 0 TO coll-past-due-amount
                       MOVE 0 TO coll-past-90-amount
                       MOVE "N" TO coll-escalated-flag
                       REWRITE collections-record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           MOVE master-customer-name TO customer-name
           MOVE master-loan-status TO loan-type-choice
           MOVE settle-quote-amount TO loan-amount
           MOVE master-annual-interest-rate TO annual-interest-rate
           MOVE 0 TO loan-term-months
           MOVE settle-quote-amount TO total-principal
           MOVE 0 TO total-interest
           MOVE settle-receipt-amount TO total-payments
           MOVE master-product-code TO product-code
           MOVE "N" TO rate-override-switch
           MOVE SPACES TO approved-by-id
           PERFORM write-audit-record
           PERFORM record-closure-history
           EXIT.


      * Writes the closure's dated history line. The balance the
      * closure clears is the amount lent less the principal the
      * ledger shows applied; a settlement pays it, with the late
      * charges still owed, out of the quoted figure, and whatever
      * the quote carried beyond both is the interest accrued to the
      * good-through date. A write-off pays nothing: the balance
      * and late charges given up ride in the same columns.
       record-closure-history.
           PERFORM init-transaction-history
           MOVE master-loan-account TO txn-loan-account
           MOVE business-date TO txn-posting-date
           MOVE master-loan-status TO txn-type
           COMPUTE hist-balance =
               master-loan-amount - hist-principal-to-date
           IF hist-balance < 0
               MOVE 0 TO hist-balance
           END-IF
           MOVE hist-balance TO txn-principal
           MOVE hist-closure-fees TO txn-fees
           IF master-loan-status = "S"
               MOVE settle-receipt-amount TO txn-amount
               COMPUTE hist-balance =
                   settle-quote-amount - txn-principal - txn-fees
               IF hist-balance > 0
                   MOVE hist-balance TO txn-interest
               END-IF
           END-IF
           PERFORM write-transaction-history
           EXIT.


      * Totals the principal the ledger shows applied across the
      * current master loan's installment rows, net of any receipts
      * since reversed.
       sum-principal-applied.
           MOVE 0 TO hist-principal-to-date
           MOVE master-loan-account TO ldg-loan-account
           MOVE 1 TO ldg-installment-period
           MOVE "N" TO hist-scan-eof-switch
           START LOAN-LEDGER-FILE
               KEY >= ldg-ledger-key
               INVALID KEY
                   SET hist-scan-eof TO TRUE
           END-START
           PERFORM UNTIL hist-scan-eof
               READ LOAN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET hist-scan-eof TO TRUE
                   NOT AT END
                       IF ldg-loan-account NOT = master-loan-account
                           SET hist-scan-eof TO TRUE
                       ELSE
                           ADD ldg-principal-applied
                               TO hist-principal-to-date
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF ledger-file-status NOT = "00"
                   SET hist-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Clears the history line's record area before a movement is
      * filled in.
       init-transaction-history.
           MOVE 0 TO txn-loan-account
           MOVE 0 TO txn-posting-date
           MOVE SPACE TO txn-type
           MOVE 0 TO txn-installment-period
           MOVE 0 TO txn-reference
           MOVE 0 TO txn-amount
           MOVE 0 TO txn-principal
           MOVE 0 TO txn-interest
           MOVE 0 TO txn-fees
           EXIT.


      * Appends the history line filled in, when the history file
      * is on hand.
       write-transaction-history.
           IF tranhist-file-open
               WRITE transaction-history-record
           END-IF
           EXIT.


      * This is the late-charge waiver: the loan's assessed late
      * charges are listed off its ledger rows, the operator picks
      * the installment whose charge is to be waived, and a level-3
      * supervisor signs it off with their own ID (a level-3
      * operator on their own authority). The charge is marked
      * waived on its row, comes off the loan's late-charge
      * receivable, and is audited under type F with the amount in
      * the loan amount column, the installment in the term column,
      * and the supervisor as approver.
       late-charge-waiver.
           PERFORM select-customer-loan
           IF loan-selected
               PERFORM check-gl-closed
               EVALUATE TRUE
                   WHEN master-loan-status = "S"
                   OR master-loan-status = "W"
                       DISPLAY "That loan is already closed..."
      -                        "Press return"
                       ACCEPT invalid-input
                   WHEN rctl-gl-closed
                       DISPLAY "GL has closed this business date; "
      -                        "retry after ROLL...Press return"
                       ACCEPT invalid-input
                   WHEN NOT ledger-file-open
                       DISPLAY "The posting ledger is unavailable..."
      -                        "Press return"
                       ACCEPT invalid-input
                   WHEN OTHER
                       PERFORM list-assessed-late-charges
                       IF waive-list-count = 0
                           DISPLAY "No late charge stands assessed "
      -                            "on that loan...Press return"
                           ACCEPT invalid-input
                       ELSE
                           PERFORM pick-late-charge-to-waive
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM clear-values
           PERFORM type-of-loan
           EXIT.


      * Lists every installment of the selected loan carrying a late
      * charge still standing assessed.
       list-assessed-late-charges.
           MOVE 0 TO waive-list-count
           PERFORM design
           DISPLAY "LATE CHARGES ASSESSED  Account "
               master-loan-account
           PERFORM design
           MOVE master-loan-account TO ldg-loan-account
           MOVE 1 TO ldg-installment-period
           MOVE "N" TO waive-scan-eof-switch
           START LOAN-LEDGER-FILE
               KEY >= ldg-ledger-key
               INVALID KEY
                   SET waive-scan-eof TO TRUE
           END-START
           PERFORM UNTIL waive-scan-eof
               READ LOAN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET waive-scan-eof TO TRUE
                   NOT AT END
                       IF ldg-loan-account NOT = master-loan-account
                           SET waive-scan-eof TO TRUE
                       ELSE
                           IF ldg-late-charge-flag = "A"
                               ADD 1 TO waive-list-count
                               MOVE ldg-due-date TO due-date
                               PERFORM format-due-date
                               MOVE ldg-late-charge TO z-waive-amount
                               DISPLAY "Installment "
                                   ldg-installment-period " due "
                                   date-value " " ldg-status
                                   " late charge " peso-symbol
                                   z-waive-amount
                           END-IF
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF ledger-file-status NOT = "00"
                   SET waive-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Has the operator pick the installment whose charge is to be
      * waived and, once a supervisor signs it off, waives it.
       pick-late-charge-to-waive.
           PERFORM design
           DISPLAY "Installment whose charge is waived (0 to go "
      -            "back): " WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR parsed-numeric-value < 0
           OR parsed-numeric-value > 999
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
           ELSE
               IF parsed-numeric-value > 0
                   COMPUTE waive-period = parsed-numeric-value
                   PERFORM read-waive-fee-balance
                   MOVE master-loan-account TO ldg-loan-account
                   MOVE waive-period TO ldg-installment-period
                   READ LOAN-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "No such installment on the "
      -                            "ledger...Press return"
                           ACCEPT invalid-input
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN ldg-late-charge-flag NOT = "A"
                                   DISPLAY "That installment carries "
      -                                    "no assessed late charge..."
      -                                    "Press return"
                                   ACCEPT invalid-input
      *                        The pool has collected it already: it
      *                        stays assessed, so a reversal of the
      *                        receipt that paid it puts it back.
                               WHEN waive-fee-balance = 0
                                   DISPLAY "That charge is already "
      -                                    "paid...Press return"
                                   ACCEPT invalid-input
                               WHEN OTHER
                                   PERFORM approve-late-charge-waiver
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF
           EXIT.


      * Reads the late charges the loan still owes off its position
      * record, before the installment row itself is read.
       read-waive-fee-balance.
           MOVE 0 TO waive-fee-balance
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ldg-fee-balance IS NUMERIC
                       MOVE ldg-fee-balance TO waive-fee-balance
                   END-IF
           END-READ
           EXIT.


      * A level-3 operator waives on their own authority; anyone
      * else needs a level-3 supervisor's ID keyed at the terminal.
       approve-late-charge-waiver.
           MOVE SPACES TO approved-by-id
           MOVE "N" TO approval-granted-switch
           IF operator-authority >= 3
               MOVE operator-id TO approved-by-id
               SET approval-granted TO TRUE
           ELSE
               PERFORM obtain-waiver-approval
           END-IF
           IF approval-granted
               PERFORM waive-late-charge
           END-IF
           EXIT.


      * Asks for, and validates, a level-3 supervisor to sign the
      * waiver off; the approver rides onto the audit record. Three
      * failed attempts leave the charge standing.
       obtain-waiver-approval.
           MOVE 0 TO approval-attempts
           DISPLAY "Waiving a late charge needs a supervisor's "
      -            "sign-off."
           PERFORM UNTIL approval-granted OR approval-attempts >= 3
               DISPLAY "Supervisor ID to approve: " WITH NO ADVANCING
               ACCEPT supervisor-id
               MOVE FUNCTION UPPER-CASE(supervisor-id)
                   TO supervisor-id
               MOVE supervisor-id TO oper-operator-id
               READ OPERATOR-FILE
                   INVALID KEY
                       ADD 1 TO approval-attempts
                       DISPLAY "Unknown supervisor ID."
                   NOT INVALID KEY
                       IF oper-active-flag = "Y"
                       AND oper-authority-level = 3
                           MOVE supervisor-id TO approved-by-id
                           SET approval-granted TO TRUE
                           DISPLAY "Waiver approved by " FUNCTION
                               TRIM(oper-operator-name TRAILING)
                       ELSE
                           ADD 1 TO approval-attempts
                           DISPLAY "That ID cannot approve a "
      -                            "waiver."
                       END-IF
               END-READ
           END-PERFORM
           IF NOT approval-granted
               DISPLAY "Waiver not approved; the charge stands..."
      -                "Press return"
               ACCEPT invalid-input
           END-IF
           EXIT.


      * Waives the charge on the installment row read above: the row
      * is marked waived, the loan's late-charge receivable on its
      * position record comes down by what it still owed of the
      * charge (a charge the pool already collected in part can only
      * be waived as far as it is still owed), and the waiver is
      * audited. The same-day figures the posting run left are not
      * touched; the GL extract books the waiver off the audit log.
       waive-late-charge.
           MOVE ldg-late-charge TO waive-amount
           MOVE "W" TO ldg-late-charge-flag
           REWRITE loan-ledger-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO waive-amount
               NOT INVALID KEY
                   IF ldg-fee-balance IS NOT NUMERIC
                       MOVE 0 TO ldg-fee-balance
                   END-IF
                   IF waive-amount > ldg-fee-balance
                       MOVE ldg-fee-balance TO waive-amount
                   END-IF
                   SUBTRACT waive-amount FROM ldg-fee-balance
                   REWRITE loan-ledger-record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE master-customer-name TO customer-name
           MOVE master-loan-account TO loan-account-number
           MOVE 'F' TO loan-type-choice
           MOVE waive-amount TO loan-amount
           MOVE master-annual-interest-rate TO annual-interest-rate
           MOVE waive-period TO loan-term-months
           MOVE 0 TO total-principal
           MOVE 0 TO total-interest
           MOVE 0 TO total-payments
           MOVE master-product-code TO product-code
           MOVE "N" TO rate-override-switch
           PERFORM write-audit-record
           MOVE waive-amount TO z-waive-amount
           DISPLAY "Late charge on installment " waive-period
               " waived: " peso-symbol z-waive-amount
               " off the receivable...Press return"
           ACCEPT invalid-input
           EXIT.


      * This is the payment reversal: the selected loan's posted
      * receipts are listed off PAYMENTS by their record number, the
      * operator picks the one to take back and keys the reason, and
      * the receipt is unwound off the ledger, the loan re-graded for
      * collections, and the reversal registered and audited under
      * the signed-on operator.
       payment-reversal.
           PERFORM select-customer-loan
           IF loan-selected
               PERFORM check-gl-closed
               EVALUATE TRUE
                   WHEN master-loan-status = "S"
                   OR master-loan-status = "W"
                       DISPLAY "That loan is already closed..."
      -                        "Press return"
                       ACCEPT invalid-input
                   WHEN rctl-gl-closed
                       DISPLAY "GL has closed this business date; "
      -                        "retry after ROLL...Press return"
                       ACCEPT invalid-input
                   WHEN NOT ledger-file-open
                       DISPLAY "The posting ledger is unavailable..."
      -                        "Press return"
                       ACCEPT invalid-input
                   WHEN NOT register-file-open
                       DISPLAY "The reversal register is "
      -                        "unavailable...Press return"
                       ACCEPT invalid-input
                   WHEN OTHER
                       PERFORM read-ledger-control
                       PERFORM list-loan-receipts
                       IF rev-list-count = 0
                           DISPLAY "No posted receipt on that "
      -                            "loan...Press return"
                           ACCEPT invalid-input
                       ELSE
                           PERFORM pick-receipt-to-reverse
                       END-IF
               END-EVALUATE
           END-IF
           MOVE SPACES TO reversal-reason-code
           PERFORM clear-values
           PERFORM type-of-loan
           EXIT.


      * Lists every receipt the posting run has already applied to
      * the selected loan, numbered by its record on PAYMENTS, with
      * any already taken back marked as such.
       list-loan-receipts.
           MOVE 0 TO rev-list-count
           MOVE 0 TO rev-receipt-ordinal
           PERFORM design
           DISPLAY "RECEIPTS POSTED TO ACCOUNT " master-loan-account
           PERFORM design
           MOVE "N" TO payments-eof-switch
           OPEN INPUT PAYMENTS-RECEIVED-FILE
           IF payments-file-status = "00"
               PERFORM UNTIL payments-eof
                   OR rev-receipt-ordinal >= receipts-consumed-count
                   READ PAYMENTS-RECEIVED-FILE
                       AT END
                           SET payments-eof TO TRUE
                       NOT AT END
                           ADD 1 TO rev-receipt-ordinal
                           IF pay-loan-account IS NUMERIC
                           AND pay-loan-account = master-loan-account
                           AND pay-amount-posted IS NUMERIC
                               PERFORM list-one-loan-receipt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-RECEIVED-FILE
           END-IF
           EXIT.


      * Prints one of the loan's posted receipts.
       list-one-loan-receipt.
           ADD 1 TO rev-list-count
           MOVE pay-amount-posted TO z-rev-amount
           MOVE master-loan-account TO rvr-loan-account
           MOVE rev-receipt-ordinal TO rvr-receipt-number
           READ RECEIPT-REVERSAL-FILE
               INVALID KEY
                   DISPLAY "Receipt " rev-receipt-ordinal " dated "
                       pay-payment-date " " peso-symbol z-rev-amount
               NOT INVALID KEY
                   DISPLAY "Receipt " rev-receipt-ordinal " dated "
                       pay-payment-date " " peso-symbol z-rev-amount
                       "  reversed " rvr-reversal-date " "
                       rvr-reason-code
           END-READ
           EXIT.


      * Has the operator pick the receipt to take back and, once it
      * passes the same checks the batch run makes, asks the reason
      * and confirms before anything is touched.
       pick-receipt-to-reverse.
           PERFORM design
           DISPLAY "Receipt number to reverse (0 to go back): "
               WITH NO ADVANCING
           ACCEPT string-input
           PERFORM validate-string-input
           IF invalid-numeric-input
           OR parsed-numeric-value < 0
           OR parsed-numeric-value > 9999999
           OR FUNCTION INTEGER-PART(parsed-numeric-value)
               NOT = parsed-numeric-value
               DISPLAY "Invalid input...Press return"
               ACCEPT invalid-input
           ELSE
               IF parsed-numeric-value > 0
                   COMPUTE rev-receipt-number = parsed-numeric-value
                   MOVE SPACES TO rev-reject-reason
                   PERFORM check-receipt-reversible
                   IF rev-reject-reason NOT = SPACES
                       DISPLAY "That receipt cannot be reversed: "
                           FUNCTION TRIM(rev-reject-reason TRAILING)
                           "...Press return"
                       ACCEPT invalid-input
                   ELSE
                       PERFORM confirm-receipt-reversal
                   END-IF
               END-IF
           END-IF
           EXIT.


      * Takes the reason code and the operator's confirmation, then
      * reverses the receipt under the signed-on operator.
       confirm-receipt-reversal.
           PERFORM ask-reversal-reason
           MOVE rev-amount TO z-rev-amount
           DISPLAY "Reverse receipt " rev-receipt-number " of "
               peso-symbol z-rev-amount " for reason "
               reversal-reason-code " [Y/N]? " WITH NO ADVANCING
           ACCEPT rev-confirm
           MOVE FUNCTION UPPER-CASE(rev-confirm) TO rev-confirm
           IF rev-confirm = 'Y'
               MOVE operator-id TO rev-reversal-operator
               PERFORM reverse-payment-receipt
               PERFORM print-reversal-line
               DISPLAY "...Press return"
           ELSE
               DISPLAY "Nothing reversed...Press return"
           END-IF
           ACCEPT invalid-input
           EXIT.


      * Asks for the reason code until a valid one is keyed.
       ask-reversal-reason.
           MOVE SPACES TO reversal-reason-code
           PERFORM UNTIL valid-reversal-reason
               DISPLAY "Reason (NSF returned unpaid, DUP duplicate, "
      -                "MIS misapplied, ERR keying error): "
                   WITH NO ADVANCING
               ACCEPT reversal-reason-code
               MOVE FUNCTION UPPER-CASE(reversal-reason-code)
                   TO reversal-reason-code
               IF NOT valid-reversal-reason
                   DISPLAY "Invalid reason code."
               END-IF
           END-PERFORM
           EXIT.


      * This is the batch reversal run: every record on the
      * branches' reversal file names a posted receipt, which is
      * checked and taken back exactly as the terminal reversal
      * (menu letter 'v') does it, under the operator the record
      * names. A record failing a check is listed with its reason
      * for the branch to correct, and the run closes with a control
      * page of records read, reversed and rejected.
       reversal-mode.
           MOVE business-date TO rev-today
           PERFORM design
           DISPLAY "PAYMENT REVERSAL RUN  " rev-today
           PERFORM design
           EVALUATE TRUE
               WHEN NOT ledger-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Reversal run abandoned: the LOANLEDG "
      -                    "posting ledger is unavailable."
               WHEN NOT register-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Reversal run abandoned: the RCPTREV "
      -                    "reversal register is unavailable."
               WHEN NOT operator-file-open
                   SET rctl-run-abandoned TO TRUE
                   DISPLAY "Reversal run abandoned: OPERMAST is "
      -                    "unavailable, so no operator can be "
      -                    "verified."
               WHEN OTHER
                   OPEN INPUT REVERSAL-REQUEST-FILE
                   IF reversal-file-status NOT = "00"
                       SET rctl-run-abandoned TO TRUE
                       DISPLAY "Reversal run abandoned: REVREQ "
      -                        "could not be opened (status "
      -                        reversal-file-status ")"
                   ELSE
                       PERFORM run-reversal-requests
                       CLOSE REVERSAL-REQUEST-FILE
                       PERFORM print-reversal-control
                   END-IF
           END-EVALUATE
           EXIT.


      * Works the reversal file front to back.
       run-reversal-requests.
           PERFORM read-ledger-control
           MOVE "N" TO reversal-eof-switch
           PERFORM UNTIL reversal-eof
               READ REVERSAL-REQUEST-FILE
                   AT END
                       SET reversal-eof TO TRUE
                   NOT AT END
                       ADD 1 TO rev-read-count
                       PERFORM process-reversal-request
               END-READ
           END-PERFORM
           EXIT.


      * Checks one reversal record and, if it passes, takes its
      * receipt back.
       process-reversal-request.
           MOVE SPACES TO rev-reject-reason
           PERFORM validate-reversal-request
           IF rev-reject-reason = SPACES
               PERFORM check-receipt-reversible
           END-IF
           IF rev-reject-reason = SPACES
               PERFORM reverse-payment-receipt
               PERFORM print-reversal-line
           ELSE
               ADD 1 TO rev-rejected-count
               DISPLAY "REJECTED " reversal-request-record " "
                   rev-reject-reason
           END-IF
           MOVE SPACES TO reversal-reason-code
           EXIT.


      * The record-level checks: a readable record, a known reason
      * code, an active operator to make the reversal under, and an
      * open loan on the master (left as the current record).
       validate-reversal-request.
           IF rvq-loan-account IS NOT NUMERIC
           OR rvq-receipt-number IS NOT NUMERIC
               MOVE "UNREADABLE REQUEST" TO rev-reject-reason
           ELSE
               MOVE FUNCTION UPPER-CASE(rvq-reason-code)
                   TO reversal-reason-code
               IF NOT valid-reversal-reason
                   MOVE "INVALID REASON CODE" TO rev-reject-reason
               END-IF
           END-IF
           IF rev-reject-reason = SPACES
               MOVE FUNCTION UPPER-CASE(rvq-operator-id)
                   TO oper-operator-id
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "UNKNOWN OPERATOR" TO rev-reject-reason
                   NOT INVALID KEY
                       IF oper-active-flag = "Y"
                           MOVE oper-operator-id
                               TO rev-reversal-operator
                           MOVE oper-operator-name TO operator-name
                       ELSE
                           MOVE "OPERATOR DEACTIVATED"
                               TO rev-reject-reason
                       END-IF
               END-READ
           END-IF
           IF rev-reject-reason = SPACES
               MOVE rvq-loan-account TO master-loan-account
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "NO SUCH LOAN" TO rev-reject-reason
                   NOT INVALID KEY
                       IF master-loan-status = "S"
                       OR master-loan-status = "W"
                           MOVE "LOAN IS CLOSED"
                               TO rev-reject-reason
                       END-IF
               END-READ
           END-IF
           IF rev-reject-reason = SPACES
               MOVE rvq-receipt-number TO rev-receipt-number
           END-IF
           EXIT.


      * The receipt-level checks, shared by the terminal and the
      * batch run: the receipt must be on PAYMENTS, posted to this
      * loan, already applied by a posting run (one not yet posted
      * has nothing on the ledger to unwind), and not already taken
      * back. The receipt's date and amount are kept for the unwind.
       check-receipt-reversible.
           PERFORM locate-payment-receipt
           EVALUATE TRUE
               WHEN NOT rev-receipt-found
                   MOVE "NO SUCH RECEIPT" TO rev-reject-reason
               WHEN rev-receipt-account NOT = master-loan-account
                   MOVE "RECEIPT NOT ON THIS LOAN"
                       TO rev-reject-reason
               WHEN rev-receipt-number > receipts-consumed-count
                   MOVE "RECEIPT NOT YET POSTED" TO rev-reject-reason
               WHEN OTHER
                   MOVE master-loan-account TO rvr-loan-account
                   MOVE rev-receipt-number TO rvr-receipt-number
                   READ RECEIPT-REVERSAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "ALREADY REVERSED"
                               TO rev-reject-reason
                   END-READ
           END-EVALUATE
           EXIT.


      * Reads PAYMENTS down to the receipt's record number, counting
      * records exactly as the posting run's high-water mark does.
       locate-payment-receipt.
           MOVE "N" TO rev-receipt-found-switch
           MOVE 0 TO rev-receipt-ordinal
           MOVE "N" TO payments-eof-switch
           OPEN INPUT PAYMENTS-RECEIVED-FILE
           IF payments-file-status = "00"
               PERFORM UNTIL payments-eof
                   OR rev-receipt-ordinal >= rev-receipt-number
                   READ PAYMENTS-RECEIVED-FILE
                       AT END
                           SET payments-eof TO TRUE
                       NOT AT END
                           ADD 1 TO rev-receipt-ordinal
                           IF rev-receipt-ordinal = rev-receipt-number
                               PERFORM take-located-receipt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-RECEIVED-FILE
           END-IF
           EXIT.


      * Keeps the located receipt's figures, if it is a readable one.
      * A receipt carrying no account number was only ever pooled
      * under account zero and belongs to no loan.
       take-located-receipt.
           IF pay-amount-posted IS NUMERIC
           AND pay-amount-posted > 0
               SET rev-receipt-found TO TRUE
               MOVE pay-amount-posted TO rev-amount
               IF pay-payment-date IS NUMERIC
                   MOVE pay-payment-date TO rev-payment-date
               ELSE
                   MOVE 0 TO rev-payment-date
               END-IF
               IF pay-loan-account IS NUMERIC
                   MOVE pay-loan-account TO rev-receipt-account
               ELSE
                   MOVE 0 TO rev-receipt-account
               END-IF
           END-IF
           EXIT.


      * Takes the receipt back off the loan read above. The pool
      * never recorded which receipt paid what, so the receipt is
      * unwound in the reverse of the order the posting run applies
      * money: first out of whatever still sits unapplied, then out
      * of the late charges the pool collected (they are paid last),
      * then out of the installments newest first, principal before
      * interest. What the loan cannot give back that way is left as
      * a negative unapplied balance for the next receipts to make
      * good. An installment left short drops the paid-through
      * period back below it, so the next posting run regrades it.
      * The loan's collections standing follows, then the register
      * and the audit log.
       reverse-payment-receipt.
           MOVE business-date TO rev-today
           MOVE rev-amount TO rev-remaining
           MOVE 0 TO rev-principal
           MOVE 0 TO rev-interest
           MOVE 0 TO rev-fees
           MOVE 0 TO rev-unapplied
           MOVE 0 TO rev-low-unpaid
           PERFORM read-reversal-position
           PERFORM scan-reversal-rows
           PERFORM unwind-reversal-pool
           PERFORM unwind-reversal-fees
           PERFORM VARYING rev-period FROM rev-high-period BY -1
               UNTIL rev-period < 1
               OR rev-remaining = 0
               PERFORM unwind-one-installment
           END-PERFORM
           IF rev-remaining > 0
               SUBTRACT rev-remaining FROM rev-pos-unapplied
               ADD rev-remaining TO rev-unapplied
               MOVE 0 TO rev-remaining
           END-IF
           IF rev-low-unpaid > 0
           AND rev-low-unpaid <= rev-pos-paid-through
               COMPUTE rev-pos-paid-through = rev-low-unpaid - 1
           END-IF
           PERFORM write-reversal-position
           PERFORM regrade-reversed-loan
           IF collections-file-open
               PERFORM reopen-collections-record
           END-IF
           PERFORM record-receipt-reversal
           EXIT.


      * Reads the loan's ledger position as it stands before the
      * reversal.
       read-reversal-position.
           MOVE 0 TO rev-pos-unapplied
           MOVE 0 TO rev-pos-fee-balance
           MOVE 0 TO rev-pos-paid-through
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ldg-unapplied TO rev-pos-unapplied
                   MOVE ldg-paid-through TO rev-pos-paid-through
                   IF ldg-fee-balance IS NUMERIC
                       MOVE ldg-fee-balance TO rev-pos-fee-balance
                   END-IF
           END-READ
           EXIT.


      * Walks the loan's installment rows once for the newest period
      * graded and the late charges standing assessed against them;
      * less what is still owed, the latter is what the pool has
      * collected.
       scan-reversal-rows.
           MOVE 0 TO rev-high-period
           MOVE 0 TO rev-fees-assessed
           MOVE master-loan-account TO ldg-loan-account
           MOVE 1 TO ldg-installment-period
           MOVE "N" TO rev-scan-eof-switch
           START LOAN-LEDGER-FILE
               KEY >= ldg-ledger-key
               INVALID KEY
                   SET rev-scan-eof TO TRUE
           END-START
           PERFORM UNTIL rev-scan-eof
               READ LOAN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET rev-scan-eof TO TRUE
                   NOT AT END
                       IF ldg-loan-account NOT = master-loan-account
                           SET rev-scan-eof TO TRUE
                       ELSE
                           MOVE ldg-installment-period
                               TO rev-high-period
                           IF ldg-late-charge-flag = "A"
                           AND ldg-late-charge IS NUMERIC
                               ADD ldg-late-charge
                                   TO rev-fees-assessed
                           END-IF
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF ledger-file-status NOT = "00"
                   SET rev-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Takes the receipt back first out of the pool still unapplied.
       unwind-reversal-pool.
           IF rev-pos-unapplied > 0
               IF rev-pos-unapplied >= rev-remaining
                   MOVE rev-remaining TO rev-take
               ELSE
                   MOVE rev-pos-unapplied TO rev-take
               END-IF
               SUBTRACT rev-take FROM rev-pos-unapplied
               ADD rev-take TO rev-unapplied
               SUBTRACT rev-take FROM rev-remaining
           END-IF
           EXIT.


      * Then out of the late charges the pool has collected, which
      * go back onto the loan's late-charge receivable.
       unwind-reversal-fees.
           COMPUTE rev-fees-collected =
               rev-fees-assessed - rev-pos-fee-balance
           IF rev-fees-collected > 0
           AND rev-remaining > 0
               IF rev-fees-collected >= rev-remaining
                   MOVE rev-remaining TO rev-take
               ELSE
                   MOVE rev-fees-collected TO rev-take
               END-IF
               ADD rev-take TO rev-pos-fee-balance
               ADD rev-take TO rev-fees
               SUBTRACT rev-take FROM rev-remaining
           END-IF
           EXIT.


      * Then out of one installment row, if anything stands applied
      * against it. A row a hardship restructure rolled up is passed
      * by: the new run capitalized only the arrears net of what had
      * been applied, so money taken back off it would never be owed
      * again. What the open rows cannot give back is left as a
      * negative unapplied balance instead.
       unwind-one-installment.
           MOVE master-loan-account TO ldg-loan-account
           MOVE rev-period TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ldg-amount-applied > 0
                   AND ldg-status NOT = "RESTRUC"
                       PERFORM take-back-installment
                   END-IF
           END-READ
           EXIT.


      * Takes as much of the receipt as the installment holds back
      * off it -- principal first, since the posting run applies
      * interest first -- regrades it off what is left applied, and
      * rewrites the row. The same-day figures the posting run left
      * on the row are not touched; the GL extract books the
      * reversal off the register.
       take-back-installment.
           IF ldg-amount-applied >= rev-remaining
               MOVE rev-remaining TO rev-take
           ELSE
               MOVE ldg-amount-applied TO rev-take
           END-IF
           COMPUTE rev-new-applied = ldg-amount-applied - rev-take
           IF ldg-interest-applied > rev-new-applied
               MOVE rev-new-applied TO rev-new-interest
           ELSE
               MOVE ldg-interest-applied TO rev-new-interest
           END-IF
           COMPUTE rev-interest = rev-interest
               + ldg-interest-applied - rev-new-interest
           COMPUTE rev-principal = rev-principal + rev-take
               - (ldg-interest-applied - rev-new-interest)
           MOVE rev-new-applied TO ldg-amount-applied
           MOVE rev-new-interest TO ldg-interest-applied
           COMPUTE ldg-principal-applied =
               rev-new-applied - rev-new-interest
           EVALUATE TRUE
               WHEN rev-new-applied >= ldg-amount-due
                   MOVE "PAID" TO ldg-status
               WHEN rev-new-applied > 0
                   MOVE "PARTIAL" TO ldg-status
               WHEN OTHER
                   MOVE "MISSED" TO ldg-status
           END-EVALUATE
           IF ldg-status NOT = "PAID"
               MOVE rev-period TO rev-low-unpaid
           END-IF
           REWRITE loan-ledger-record
               INVALID KEY
                   CONTINUE
           END-REWRITE
           SUBTRACT rev-take FROM rev-remaining
           MOVE ldg-due-date TO due-date
           PERFORM format-due-date
           MOVE rev-take TO z-rev-amount
           DISPLAY "    installment " rev-period " due " date-value
               " taken back " peso-symbol z-rev-amount " now "
               ldg-status
           EXIT.


      * Carries the unwound position out: the paid-through period,
      * the unapplied remainder, and the late charges owed. The
      * posting date and same-day figures stay as the last posting
      * run left them.
       write-reversal-position.
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           READ LOAN-LEDGER-FILE
               INVALID KEY
                   PERFORM init-ledger-record-fields
           END-READ
           MOVE master-loan-account TO ldg-loan-account
           MOVE 0 TO ldg-installment-period
           IF ldg-fee-balance IS NOT NUMERIC
               MOVE 0 TO ldg-day-fee-paid
               MOVE 0 TO ldg-day-fee-written-off
           END-IF
           MOVE rev-pos-paid-through TO ldg-paid-through
           MOVE rev-pos-unapplied TO ldg-unapplied
           MOVE rev-pos-fee-balance TO ldg-fee-balance
           WRITE loan-ledger-record
               INVALID KEY
                   REWRITE loan-ledger-record
           END-WRITE
           EXIT.


      * Re-grades the loan after the unwind: every installment row
      * left short and already due counts toward the money past due,
      * and what is 90 days and over is kept apart as the posting
      * run keeps it.
       regrade-reversed-loan.
           MOVE 0 TO rev-past-due
           MOVE 0 TO rev-past-90
           MOVE master-loan-account TO ldg-loan-account
           MOVE 1 TO ldg-installment-period
           MOVE "N" TO rev-scan-eof-switch
           START LOAN-LEDGER-FILE
               KEY >= ldg-ledger-key
               INVALID KEY
                   SET rev-scan-eof TO TRUE
           END-START
           PERFORM UNTIL rev-scan-eof
               READ LOAN-LEDGER-FILE NEXT RECORD
                   AT END
                       SET rev-scan-eof TO TRUE
                   NOT AT END
                       IF ldg-loan-account NOT = master-loan-account
                           SET rev-scan-eof TO TRUE
                       ELSE
                           IF ldg-status NOT = "PAID"
                           AND ldg-status NOT = "RESTRUC"
                           AND ldg-amount-due > ldg-amount-applied
                           AND ldg-due-date > 0
                           AND ldg-due-date <= rev-today
                               PERFORM age-reversed-installment
                           END-IF
                       END-IF
               END-READ
      *        Any read error ends the scan rather than spinning on
      *        a file that will never deliver another record.
               IF ledger-file-status NOT = "00"
                   SET rev-scan-eof TO TRUE
               END-IF
           END-PERFORM
           EXIT.


      * Counts one short installment into the loan's past-due money.
       age-reversed-installment.
           COMPUTE rev-row-short = ldg-amount-due - ldg-amount-applied
           ADD rev-row-short TO rev-past-due
           COMPUTE rev-days-overdue =
               FUNCTION INTEGER-OF-DATE(rev-today)
               - FUNCTION INTEGER-OF-DATE(ldg-due-date)
           IF rev-days-overdue >= 90
               ADD rev-row-short TO rev-past-90
           END-IF
           EXIT.


      * Puts a loan the reversal leaves past due back on the chase: a
      * cured loan (or one never chased) is re-opened at level one,
      * a loan already being chased moves up a level, and the chased
      * amounts and supervisor escalation flag are refreshed. The
      * letter itself goes out with the next posting run. A loan the
      * reversal leaves paid up to date is left as it stands.
       reopen-collections-record.
           IF rev-past-due > 0
               MOVE master-loan-account TO coll-loan-account
               READ COLLECTIONS-FILE
                   INVALID KEY
                       MOVE master-customer-name TO coll-customer-name
                       MOVE 0 TO coll-reminder-level
                       MOVE 0 TO coll-chase-count
                       MOVE 0 TO coll-last-letter-date
                       MOVE SPACE TO coll-workout-flag
                       MOVE 0 TO coll-workout-date
               END-READ
               MOVE master-loan-account TO coll-loan-account
               IF coll-reminder-level < 3
                   ADD 1 TO coll-reminder-level
               END-IF
               MOVE rev-past-due TO coll-past-due-amount
               MOVE rev-past-90 TO coll-past-90-amount
               IF rev-past-90 > 0
                   MOVE "Y" TO coll-escalated-flag
               ELSE
                   MOVE "N" TO coll-escalated-flag
               END-IF
               WRITE collections-record
                   INVALID KEY
                       REWRITE collections-record
               END-WRITE
           END-IF
           EXIT.


      * Registers the reversal, so the receipt can never come off
      * twice and the GL extract can book it, and audits it under
      * type N: the receipt amount rides in the loan amount column,
      * its record number in the term column, the principal,
      * interest and late charges taken back in the principal,
      * interest and payments columns, and the reason code in its
      * own column.
       record-receipt-reversal.
           MOVE master-loan-account TO rvr-loan-account
           MOVE rev-receipt-number TO rvr-receipt-number
           MOVE rev-today TO rvr-reversal-date
           MOVE rev-payment-date TO rvr-payment-date
           MOVE rev-amount TO rvr-amount
           MOVE rev-principal TO rvr-principal-reversed
           MOVE rev-interest TO rvr-interest-reversed
           MOVE rev-fees TO rvr-fees-reversed
           MOVE rev-unapplied TO rvr-unapplied-reversed
           MOVE reversal-reason-code TO rvr-reason-code
           MOVE rev-reversal-operator TO rvr-operator-id
           WRITE receipt-reversal-record
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO rev-done-count
           ADD rev-amount TO rev-done-total
           MOVE master-customer-name TO customer-name
           MOVE master-loan-account TO loan-account-number
           MOVE 'N' TO loan-type-choice
           MOVE rev-amount TO loan-amount
           MOVE master-annual-interest-rate TO annual-interest-rate
           MOVE rev-receipt-number TO loan-term-months
           MOVE rev-principal TO total-principal
           MOVE rev-interest TO total-interest
           MOVE rev-fees TO total-payments
           MOVE master-product-code TO product-code
           MOVE "N" TO rate-override-switch
           MOVE SPACES TO approved-by-id
           MOVE reversal-reason-code TO audit-reason
           PERFORM write-audit-record
           MOVE SPACES TO audit-reason
           PERFORM init-transaction-history
           MOVE master-loan-account TO txn-loan-account
           MOVE rev-today TO txn-posting-date
           MOVE "R" TO txn-type
           MOVE rev-receipt-number TO txn-reference
           MOVE rev-amount TO txn-amount
           MOVE rev-principal TO txn-principal
           MOVE rev-interest TO txn-interest
           MOVE rev-fees TO txn-fees
           PERFORM write-transaction-history
           EXIT.


      * Prints how the reversal just made was unwound.
       print-reversal-line.
           MOVE rev-amount TO z-rev-amount
           DISPLAY master-customer-name " " master-loan-account
               " receipt " rev-receipt-number " " peso-symbol
               z-rev-amount " reversed (" reversal-reason-code ")"
           IF rev-unapplied > 0
               MOVE rev-unapplied TO z-rev-amount
               DISPLAY "    out of unapplied funds " peso-symbol
                   z-rev-amount
           END-IF
           IF rev-fees > 0
               MOVE rev-fees TO z-rev-amount
               DISPLAY "    late charges back on the loan "
                   peso-symbol z-rev-amount
           END-IF
           IF rev-principal > 0
               MOVE rev-principal TO z-rev-amount
               DISPLAY "    principal taken back " peso-symbol
                   z-rev-amount
           END-IF
           IF rev-interest > 0
               MOVE rev-interest TO z-rev-amount
               DISPLAY "    interest taken back " peso-symbol
                   z-rev-amount
           END-IF
           DISPLAY "    now paid through period "
               rev-pos-paid-through
           IF rev-past-due > 0
               MOVE rev-past-due TO z-rev-amount
               DISPLAY "    past due " peso-symbol z-rev-amount
                   ", collections level " coll-reminder-level
           END-IF
           EXIT.


      * Closes the batch reversal run with its control page.
       print-reversal-control.
           PERFORM design
           DISPLAY "PAYMENT REVERSAL CONTROL"
           PERFORM design
           DISPLAY "Records read:       " rev-read-count
           DISPLAY "Receipts reversed:  " rev-done-count
           DISPLAY "Records rejected:   " rev-rejected-count
           MOVE rev-done-total TO z-rev-total
           DISPLAY "Total reversed:     " peso-symbol z-rev-total
           PERFORM design
           EXIT.



      * This reads the loan's posted position off the ledger, so the
      * quote can start from where the posting run actually stands --
      * the paid-through period, any unapplied remainder, and the
      * late charges still owed -- rather
      * than from a period the operator keys against the scheduled
      * figures.
       read-payoff-position.
           MOVE "N" TO payoff-position-switch
           MOVE 0 TO payoff-posted-through
           MOVE 0 TO payoff-unapplied
           MOVE 0 TO payoff-late-charges
           IF ledger-file-open AND loan-account-number > 0
               MOVE loan-account-number TO ldg-loan-account
               MOVE 0 TO ldg-installment-period
                       SET payoff-position-found TO TRUE
                       MOVE ldg-paid-through TO payoff-posted-through
                       MOVE ldg-unapplied TO payoff-unapplied
                       IF ldg-fee-balance IS NUMERIC
                           MOVE ldg-fee-balance
                               TO payoff-late-charges
                       END-IF
               END-READ
           END-IF
           EXIT.
      *    are the borrower's money already in hand, so they come
      *    off the settlement figure (clamped: a quote never goes
      *    below zero).
      *    Late charges still owed are part of what it takes to
      *    close the loan, and so are receipts since reversed that
      *    the ledger still holds as negative unapplied money.
           MOVE 0 TO payoff-reversed-owed
           IF payoff-position-found AND payoff-unapplied < 0
               COMPUTE payoff-reversed-owed = 0 - payoff-unapplied
           END-IF
           COMPUTE payoff-total = payoff-balance +
               payoff-accrued-interest + payoff-charge-amount
               + payoff-late-charges + payoff-reversed-owed
           IF payoff-position-found AND payoff-unapplied > 0
               IF payoff-unapplied > payoff-total
                   MOVE 0 TO payoff-total
               " day(s)): " peso-symbol z-payoff-accrued
           DISPLAY "Settlement Charge (" z-payoff-charge-rate "%): "
               peso-symbol z-payoff-charge
           IF payoff-late-charges > 0
               MOVE payoff-late-charges TO z-payoff-late
               DISPLAY "Late Charges Outstanding: " peso-symbol
                   z-payoff-late
           END-IF
           IF payoff-reversed-owed > 0
               MOVE payoff-reversed-owed TO z-payoff-reversed
               DISPLAY "Reversed Receipts Owed:   " peso-symbol
                   z-payoff-reversed
           END-IF
           IF payoff-position-found AND payoff-unapplied > 0
               MOVE payoff-unapplied TO z-payoff-unapplied
               DISPLAY "Less Unapplied Receipts:  " peso-symbol
               PERFORM capture-compare-totals
           END-IF
           PERFORM write-audit-record
      * A newly originated loan's cost-of-credit disclosure is worked
      * off the schedule just archived, printed and kept on file.
           IF NOT comparing-loan-types
               PERFORM issue-loan-disclosure
           END-IF
           PERFORM clear-values
           IF NOT batch-mode-active AND NOT comparing-loan-types
               PERFORM type-of-loan
               PERFORM capture-compare-totals
           END-IF
           PERFORM write-audit-record
      * A newly originated loan's cost-of-credit disclosure is worked
      * off the schedule just archived, printed and kept on file.
           IF NOT comparing-loan-types
               PERFORM issue-loan-disclosure
           END-IF
           PERFORM clear-values
           IF NOT batch-mode-active AND NOT comparing-loan-types
               PERFORM type-of-loan
               PERFORM capture-compare-totals
           END-IF
           PERFORM write-audit-record
      * A newly originated loan's cost-of-credit disclosure is worked
      * off the schedule just archived, printed and kept on file.
           IF NOT comparing-loan-types
               PERFORM issue-loan-disclosure
           END-IF
           PERFORM clear-values
           IF NOT batch-mode-active AND NOT comparing-loan-types
               PERFORM type-of-loan
               PERFORM capture-compare-totals
           END-IF
           PERFORM write-audit-record
      * A newly originated loan's cost-of-credit disclosure is worked
      * off the schedule just archived, printed and kept on file.
           IF NOT comparing-loan-types
               PERFORM issue-loan-disclosure
           END-IF
           PERFORM clear-values
           IF NOT batch-mode-active AND NOT comparing-loan-types
               PERFORM type-of-loan
               PERFORM capture-compare-totals
           END-IF
           PERFORM write-audit-record
      * A newly originated loan's cost-of-credit disclosure is worked
      * off the schedule just archived, printed and kept on file.
           IF NOT comparing-loan-types
               PERFORM issue-loan-disclosure
           END-IF
           PERFORM clear-values
           IF NOT batch-mode-active AND NOT comparing-loan-types
               PERFORM type-of-loan
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "A" TO master-loan-status
                   MOVE 0 TO master-borrower-number
               NOT INVALID KEY
                   CONTINUE
           END-READ
           AND master-loan-status NOT = "W"
               MOVE "A" TO master-loan-status
           END-IF
      *    A loan not yet linked to its borrower is linked here when
      *    exactly one borrower on file carries its name; otherwise
      *    it waits for the borrower maintenance screen.
           IF master-borrower-number IS NOT NUMERIC
               MOVE 0 TO master-borrower-number
           END-IF
           IF master-borrower-number = 0
               PERFORM link-borrower-by-name
           END-IF
           WRITE customer-master-record
               INVALID KEY
                   REWRITE customer-master-record
           MOVE "N" TO resuming-from-checkpoint-switch
           MOVE 0 TO current-archive-run
           MOVE "N" TO archive-run-set-switch
           MOVE "N" TO disclosure-due-switch
           MOVE SPACES TO audit-reason
           EXIT.


      * what-ifs, not loans, and are never issued numbers.
       assign-loan-account.
           IF NOT comparing-loan-types AND loan-account-number = 0
      *        A loan arriving without a number is being originated,
      *        so its cost-of-credit disclosure is due once its
      *        schedule has been archived.
               SET disclosure-due TO TRUE
      *        A batch record is first matched to a loan already
      *        registered on the master, so re-feeding a crashed
      *        night's file carries on under the same accounts --
                               MOVE ckpt-total-payments
                                   TO total-payments
                               SET resuming-from-checkpoint TO TRUE
      *                        A schedule dropped part-way never
      *                        reached its disclosure; finishing it
      *                        issues one unless it is on file.
                               SET disclosure-due TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.
           EXIT.

      * This opens the receipt reversal register for update, creating
      * it first if this is the very first run. A register that fails
      * to open runs the session flagged unavailable: no receipt may
      * be reversed without it (nothing would stop the same receipt
      * coming off twice), and the GL extract cannot book reversals.
       open-reversal-register.
           OPEN I-O RECEIPT-REVERSAL-FILE
      *    Only a file that does not exist yet (status 35) is
      *    created fresh; an unconverted old-format file stays
      *    flagged unavailable instead of being recreated empty over
      *    the record of every receipt already taken back.
           IF register-file-status = "35"
               OPEN OUTPUT RECEIPT-REVERSAL-FILE
               CLOSE RECEIPT-REVERSAL-FILE
               OPEN I-O RECEIPT-REVERSAL-FILE
           END-IF
      *    The open outcome is remembered here because the status
      *    field itself is overwritten by every later read.
           IF register-file-status = "00"
               MOVE "Y" TO register-open-switch
           ELSE
               MOVE "N" TO register-open-switch
               DISPLAY "RCPTREV could not be opened (status "
      -                register-file-status "); payment reversals "
      -                "are unavailable this run."
           END-IF.
           EXIT.

      * Opens the transaction history for appending, creating it
      * first if this is the first run on this machine. A history
      * that cannot be opened runs the session flagged unavailable:
      * the money still moves, it just goes unrecorded by date, so
      * the condition is shown loudly.
       open-transaction-history.
           OPEN EXTEND TRANSACTION-HISTORY-FILE
           IF tranhist-status NOT = "00"
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               CLOSE TRANSACTION-HISTORY-FILE
               OPEN EXTEND TRANSACTION-HISTORY-FILE
           END-IF
           IF tranhist-status = "00"
               MOVE "Y" TO tranhist-open-switch
           ELSE
               MOVE "N" TO tranhist-open-switch
               DISPLAY "TRANHIST could not be opened (status "
      -                tranhist-status "); the transaction history "
      -                "is not being recorded this run."
           END-IF.
           EXIT.

      * This opens the borrower master for update, creating it first
      * if this is the very first run. A master that fails to open
      * runs the session flagged unavailable: borrowers cannot be
      * maintained, billing will not run, and every reminder letter
      * is held back onto the exception list.
       open-borrower-file.
           OPEN I-O BORROWER-FILE
      *    Only a file that does not exist yet (status 35) is
      *    created fresh; an unconverted old-format file stays
      *    flagged unavailable instead of being recreated empty over
      *    every address on it.
           IF borrower-file-status = "35"
               OPEN OUTPUT BORROWER-FILE
               CLOSE BORROWER-FILE
               OPEN I-O BORROWER-FILE
           END-IF
      *    The open outcome is remembered here because the status
      *    field itself is overwritten by every later read.
           IF borrower-file-status = "00"
               MOVE "Y" TO borrower-open-switch
           ELSE
               MOVE "N" TO borrower-open-switch
               DISPLAY "BORRMAST could not be opened (status "
      -                borrower-file-status "); borrower addresses "
      -                "are unavailable this session."
           END-IF.
           EXIT.

      * This opens the remittance register for update, creating it
      * first if this is the very first run. A register that fails
      * to open runs the session flagged unavailable, and the import
      * will not run without it.
       open-lockbox-register.
           OPEN I-O LOCKBOX-REGISTER-FILE
      *    Only a file that does not exist yet (status 35) is
      *    created fresh; an unconverted old-format file stays
      *    flagged unavailable instead of being recreated empty over
      *    the record of every remittance already loaded.
           IF lbx-register-status = "35"
               OPEN OUTPUT LOCKBOX-REGISTER-FILE
               CLOSE LOCKBOX-REGISTER-FILE
               OPEN I-O LOCKBOX-REGISTER-FILE
           END-IF
      *    The open outcome is remembered here because the status
      *    field itself is overwritten by every later read.
           IF lbx-register-status = "00"
               MOVE "Y" TO lbx-register-open-switch
           ELSE
               MOVE "N" TO lbx-register-open-switch
               DISPLAY "LBXREG could not be opened (status "
      -                lbx-register-status "); bank remittances "
      -                "cannot be imported this run."
           END-IF.
           EXIT.

      * This opens the run-control file for update, creating it
      * first if this is the very first night run. A file that fails
      * to open leaves every night run refused until it is put
      * right.
       open-run-control.
           OPEN I-O RUN-CONTROL-FILE
      *    Only a file that does not exist yet (status 35) is
      *    created fresh; an unconverted old-format file stays
      *    flagged unavailable instead of being recreated empty over
      *    the record of the runs already made.
           IF run-control-status = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
      *    The open outcome is remembered here because the status
      *    field itself is overwritten by every later read.
           IF run-control-status = "00"
               MOVE "Y" TO run-control-open-switch
           ELSE
               MOVE "N" TO run-control-open-switch
               DISPLAY "RUNCTL could not be opened (status "
      -                run-control-status "); the night runs cannot "
      -                "be started."
           END-IF.
           EXIT.

      * This opens the disclosure file for update, creating it first
      * if this is the very first run. A file that fails to open
      * runs the session flagged unavailable: loans are still booked,
      * but their disclosures cannot be issued or reprinted.
       open-disclosure-file.
           OPEN I-O DISCLOSURE-FILE
      *    Only a file that does not exist yet (status 35) is
      *    created fresh; an unconverted old-format file stays
      *    flagged unavailable instead of being recreated empty over
      *    every disclosure already issued.
           IF disclosure-file-status = "35"
               OPEN OUTPUT DISCLOSURE-FILE
               CLOSE DISCLOSURE-FILE
               OPEN I-O DISCLOSURE-FILE
           END-IF
      *    The open outcome is remembered here because the status
      *    field itself is overwritten by every later read.
           IF disclosure-file-status = "00"
               MOVE "Y" TO disclosure-open-switch
           ELSE
               MOVE "N" TO disclosure-open-switch
               DISPLAY "DISCLOSE could not be opened (status "
      -                disclosure-file-status "); cost-of-credit "
      -                "disclosures cannot be issued this session."
           END-IF.
           EXIT.

      * Opens the audit log for appending, creating it first if this
      * is the first run on this machine.
       open-audit-log.
      * Appends one line to the audit log for the run just completed.
       write-audit-record.
           MOVE FUNCTION CURRENT-DATE TO audit-timestamp
      *    The entry is dated by the business date, so work finishing
      *    after midnight still lands in that day's EOD and GL
      *    extract.
           IF business-date > 0
               MOVE business-date TO audit-timestamp(1:8)
           END-IF
           MOVE operator-name TO audit-operator-name
           MOVE customer-name TO audit-customer-name
           MOVE loan-account-number TO audit-loan-account
               MOVE "N" TO audit-rate-override-flag
           END-IF
           MOVE approved-by-id TO audit-approved-by
           MOVE audit-reason TO audit-reason-code
           WRITE audit-log-record.
           EXIT.

