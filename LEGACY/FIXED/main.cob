       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKING.
       ENVIRONMENT DIVISION.
               FILE STATUS IS OD-LIMIT-STATUS.
           SELECT OD-REPORT-FILE ASSIGN TO "overdrawn_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REV-REPORT-FILE ASSIGN TO "reversals_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIEN-FILE ASSIGN TO "liens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIEN-FILE-STATUS.
           SELECT LIEN-NEW-FILE ASSIGN TO "liens.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIEN-NEW-STATUS.
           SELECT LIEN-REPORT-FILE ASSIGN TO "lien_expiry_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TD-FILE ASSIGN TO "termdeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-FILE-STATUS.
           SELECT TD-NEW-FILE ASSIGN TO "termdeposits.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-NEW-STATUS.
           SELECT TD-PENALTY-FILE ASSIGN TO "td_penalty.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-PENALTY-STATUS.
           SELECT TD-REPORT-FILE ASSIGN TO "td_maturity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TD-LADDER-FILE ASSIGN TO "td_ladder_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-FILE-STATUS.
           SELECT LOAN-NEW-FILE ASSIGN TO "loans.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-NEW-STATUS.
           SELECT LSCH-FILE ASSIGN TO "loan_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSCH-FILE-STATUS.
           SELECT LSCH-NEW-FILE ASSIGN TO "loan_schedule.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSCH-NEW-STATUS.
           SELECT LOAN-REPORT-FILE
               ASSIGN TO "loan_collection_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LARR-REPORT-FILE ASSIGN TO "loan_arrears_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TELLER-FILE ASSIGN TO "tellers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TLR-FILE-STATUS.
           SELECT TLR-CASH-FILE ASSIGN TO "teller_cash.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TLR-CASH-STATUS.
           SELECT TLR-REPORT-FILE ASSIGN TO "teller_proof_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WL-FILE ASSIGN TO "watchlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-FILE-STATUS.
           SELECT WL-SNAP-FILE ASSIGN TO "watchlist_screened.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WL-SNAP-STATUS.
           SELECT SCR-FILE ASSIGN TO "screening_queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCR-FILE-STATUS.
           SELECT SCR-NEW-FILE ASSIGN TO "screening_queue.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCR-NEW-STATUS.
           SELECT SCR-DEC-FILE ASSIGN TO "screening_decisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCR-DEC-STATUS.
           SELECT SCR-REPORT-FILE ASSIGN TO "screening_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCR-HITS-FILE ASSIGN TO "rescreen_hits_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRM-FILE ASSIGN TO "param_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-FILE-STATUS.
           SELECT PRM-NEW-FILE ASSIGN TO "param_changes.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-NEW-STATUS.
           SELECT PRM-LOG-FILE ASSIGN TO "param_change_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-LOG-STATUS.
           SELECT PRM-LIVE-FILE ASSIGN TO DYNAMIC PRM-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-LIVE-STATUS.
           SELECT PRM-WORK-FILE ASSIGN TO "param_file.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRM-WORK-STATUS.
           SELECT PRM-REPORT-FILE ASSIGN TO "param_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRM-AUDIT-FILE ASSIGN TO "param_audit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOG-CAT-FILE ASSIGN TO "translog_archives.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-CAT-STATUS.
           SELECT LVR-REPORT-FILE ASSIGN TO "log_verify_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLS-REG-FILE ASSIGN TO "closed_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLS-REG-STATUS.
           SELECT CLS-ADVICE-FILE ASSIGN TO DYNAMIC CLS-ADVICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLS-REPORT-FILE
               ASSIGN TO "closed_accounts_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       *> NEW (53-55, RAI or IDR - blank means RAI, what every
       *> account was before the field existed). A blank date means
       *> "post now"; a future date parks the record in the warehouse
       *> for the release run to post on the day. Every record ends
       *> with the id of the teller who keyed it (56-61), checked
       *> against tellers.txt by the edit pass and carried onto each
       *> translog line the record posts.
       *> A REV correction reuses the fields to name the translog
       *> entry it reverses, the way NEW carries its customer number
       *> in the destination field: account and amount as logged,
       *> the entry's time HHMMSS at 19, who asked for the correction
       *> at 25, the entry's date at 45 and its action at 53 (DEP,
       *> WDR, FEE, or TRF naming the source account's TRF-OUT leg).
       *> An LNP lien placement carries its reason code at 19, the
       *> ordering authority's reference at 25 and the lien's expiry
       *> date at 45 (an expiry, not a value date - it never parks);
       *> an LNR release names the lien id at 19.
       *> A TDO opens a term deposit out of the account keyed, for
       *> the amount keyed: the payout account at 19 (blank means
       *> the funding account itself), the term in months at 25-27,
       *> the rate in percent a year at 29-33 (99.99) and the
       *> maturity instruction at 35 (P, R or C). A TDB breaks the
       *> deposit whose number is at 19 before its maturity date.
       *> An LOA books an instalment loan to the customer who owns
       *> the account keyed and disburses the amount keyed onto it:
       *> the term in months at 25-27 and the rate in percent a year
       *> at 29-33 (99.99, zero for an interest-free loan), as on a
       *> TDO.
       *> A CLS closes the account keyed and pays its settled balance
       *> to the payout account at 19 - on our book, or through
       *> clearing when it carries the "99" routing prefix.
       FD IN-FILE.
       01 IN-RECORD             PIC X(61).

       *> Work file carrying only the input records that survived the
       *> front-end edit pass - the posting loop reads this, never
       *> input.txt directly, so keypunch errors stop before they
       *> reach the account master.
       FD CLEAN-FILE.
       01 CLEAN-RECORD          PIC X(61).

       *> One line per rejected input record: the original 61 bytes,
       *> a reason code and its text, so the branch can correct and
       *> resubmit instead of discovering the error in the translog
       *> days later.
       FD REJECT-FILE.
       01 REJECT-RECORD         PIC X(96).
       *> Flat account layout - kept as the load/export interchange
       *> format for downstream jobs that still read accounts.txt;
       *> the live book is MASTER-FILE below.
       FD OUT-FILE.
       01 OUT-RECORD            PIC X(120).

       *> Audit trail of every DEP/WDR/BAL/NEW/interest event:
       *> account (1-6), action class (7-13), amount (14-26),
       *> balance before (27-39) and after (40-52), timestamp
       *> (53-73), then class-specific columns - counterparty at 74
       *> and settlement date at 82 on the clearing legs, last
       *> activity and cutoff on CFW lines. A REV line names the
       *> entry it reverses: that entry's timestamp at 91, its
       *> action class at 112, who asked for the correction at 120,
       *> and on a transfer leg the other account at 74. LIEN,
       *> LIENREL and LIENEXP lines record a lien placed, released
       *> or lapsed - amount only, no balances, since no money
       *> moves - with the lien id at 74, its expiry at 82 and its
       *> reason code at 91. The term-deposit lines - TD-OPEN,
       *> TD-PAY, TD-BRK, TD-INT and TD-ROLL - move money on the
       *> account like any posting and carry the deposit number at
       *> 74 and its maturity date at 82. LN-DISB (a loan paid out
       *> onto its repayment account) and LN-COLL (an instalment
       *> collected from it) carry the loan number at 74 and the
       *> instalment's due date at 82 (the first one on LN-DISB);
       *> LN-COLL also splits the amount into principal at 91 and
       *> interest at 105. SCRHOLD, SCRREL and SCRDECL record an
       *> item held on a watch-list match, released or declined by
       *> compliance - no balances - with the screening-queue item
       *> number at 74. Every line carries the teller whose
       *> input record caused it at 141 - SYSTEM for the lines the
       *> scheduled runs write on their own account - and ends with
       *> its place in the log's one unbroken sequence at 148 and
       *> the chain value at 158, folded from the previous line's
       *> chain value and this line's first 156 bytes, so a line
       *> deleted, inserted or edited after the fact shows up as a
       *> gap or a broken link under --verify-log. The archive
       *> cutover heads the trimmed log with a LOGSEQ line (account
       *> 000000) carrying the sequence and chain value of the last
       *> line it archived, so the chain runs on unbroken from the
       *> dated archive into the live file; the CFW lines behind it
       *> repeat that sequence number and chain among themselves.
       *> Lines from before the sequence existed have spaces there.
       FD LOG-FILE.
       01 LOG-RECORD            PIC X(166).

       *> Rate-maintenance file for the Rai Stone / IDR peg (treasury
       *> updates this without touching the program).
       01 INT-HIST-RECORD       PIC X(40).

       *> --trial-balance report: one line per account plus a grand
       *> total, covering all of accounts.txt. Each line carries the
       *> ledger balance and the available balance side by side.
       FD TRIAL-BAL-FILE.
       01 TRIAL-BAL-RECORD      PIC X(140).

       *> --statement report: one account's activity for a from/to
       *> date range, rebuilt from translog.txt - opening balance,

       *> Batch position checkpoint: the number of the last cleaned
       *> input record whose posting finalized (1-6), that record's
       *> own 61 bytes (8-68, so a resume can prove the batch it is
       *> resuming is the batch that crashed), and the OUT-FILE line
       *> written for it (70 on, so an operator can reconcile the
       *> replay window against translog.txt by eye). Present only
       *> while a batch is in flight - a clean end of batch deletes
       *> it, so finding one at startup means the batch died and the
       *> cutoff - audit keeps the history, the live file stays
       *> small enough to work with.
       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(166).

       *> Work file the trimmed live log is built in - carry-forward
       *> summary lines at the head, then every record at or after
       *> the cutoff - before it replaces translog.txt. Its TRIMEND
       *> marker names the dated archive at 14 and repeats the
       *> cutoff at 82 and the archive's closing sequence and chain
       *> value at 148 and 158, so whichever run finishes the copy
       *> can enter the archive in translog_archives.txt.
       FD TRIM-FILE.
       01 TRIM-RECORD           PIC X(166).

       *> --archive-log report: counts and amount totals for the
       *> archive and the trimmed live file, footed against the
       01 APPR-LIMIT-RECORD     PIC X(17).

       *> Pending-approvals queue: sequence (1-6), status byte at 8
       *> (P pending, R released, X rejected), the original 61-byte
       *> input record at 10, hold timestamp at 72, decision note at
       *> 94. Held items only post when a supervisor releases them -
       *> the four-eyes trail the auditors asked for.
       FD APPR-FILE.
       01 APPR-RECORD           PIC X(116).

       *> Supervisor modes' report: pending listing, and the outcome
       *> of each release or reject.
       *> Supervisor rejections, same layout as rejects.txt but kept
       *> in their own durable file - the edit pass rewrites
       *> rejects.txt on every batch run, which would destroy an R08
       *> (or a compliance R24) line before the branch ever saw it.
       FD SUP-REJECT-FILE.
       01 SUP-REJECT-RECORD     PIC X(96).

       *> Work file a pending-approvals rewrite is built in, closed
       *> off with an *APEND* marker before it replaces the live
       *> queue - a crash mid-rewrite must never destroy held items
       *> that are not yet posted.
       FD APPR-NEW-FILE.
       01 APPR-NEW-RECORD       PIC X(116).

       *> Presence of this file is the shutdown signal for
       *> APPLY-INTEREST-IN-LOOP - create it to ask the daemon to stop
       01 STOP-FLAG-RECORD      PIC X(10).

       *> Warehouse of value-dated input records waiting for their
       *> effective date: the original 61-byte record at 1 (its date
       *> at 45-52), the timestamp it was parked at 63. The release
       *> run drains due items into the normal posting path and
       *> rewrites the file with only the still-future ones.
       FD WHS-FILE.
       01 WHS-RECORD            PIC X(86).

       *> Work file a warehouse rewrite is built in, closed off with
       *> a *WHEND* marker before it replaces the live file - the
       *> same end-marker discipline as every other live-file rewrite
       *> here, so a crash mid-rewrite can never lose parked paper.
       FD WHS-NEW-FILE.
       01 WHS-NEW-RECORD        PIC X(86).

       *> --release-warehouse / --list-warehouse report: one line per
       *> released or still-parked item plus a summary, so branch

       *> Inbound clearing file from the counterparty, same layout
       *> with the roles reversed: their originating account at 10,
       *> OUR credited account at 17 - plus the originator's name
       *> at 41-60 where the counterparty supplies it, which is
       *> screened against the watch list along with the name of
       *> the account credited. The trailer must foot before a
       *> single item posts.
       FD CLG-IN-FILE.
       01 CLG-IN-RECORD         PIC X(60).
       *> --end-of-day control card: one step per line - the step
       *> name, then its parameters, space-separated. Recognized
       *> steps are STANDING-ORDERS [ASOFDATE], BATCH,
       *> TD-MATURITY [ASOFDATE], LIEN-EXPIRY [ASOFDATE],
       *> LOAN-COLLECTION [ASOFDATE], TELLER-PROOF [DATE],
       *> RESCREEN, DORMANCY [DAYS] [ASOFDATE],
       *> CLOSED-ACCOUNTS [DATE], LOG-VERIFY, GL-EXTRACT DATE and
       *> ARCHIVE CUTOFF; whatever order the
       *> operator keys them in, they execute in that canonical
       *> order, because a GL extract taken before the batch
       *> finishes is exactly the rerun this mode exists to prevent.
       FD EOD-CTL-FILE.
       01 EOD-CTL-RECORD        PIC X(60).


       *> Fee-schedule maintenance file, kept alongside rate.txt and
       *> tiers.txt: line 1 the monthly maintenance charge, line 2
       *> the per-withdrawal charge, line 3 the account closure
       *> charge (no line 3 means closure is free), all in the usual
       *> 13-char amount format and all in the charged account's own
       *> currency units. Clerks change a price without a recompile.
       FD FEE-FILE.
       01 FEE-RECORD            PIC X(17).

       FD OD-REPORT-FILE.
       01 OD-REPORT-RECORD      PIC X(100).

       *> --reversals-report listing: one line per REV posted on the
       *> date - the entry it reversed, the amount, and who asked
       *> for the correction - so every correction has a name
       *> against it the same day.
       FD REV-REPORT-FILE.
       01 REV-REPORT-RECORD     PIC X(140).

       *> Lien register, maintained only through the LNP/LNR input
       *> actions and the expiry run: account (1-6), lien id (8-13),
       *> amount in the usual 13-char format (15-27), reason code
       *> (29-31: GAR garnishment order, CRD card pre-authorization,
       *> COL pledged as collateral, OTH anything else), expiry date
       *> YYYYMMDD (33-40), status at 42 (A active, R released, E
       *> expired), placed timestamp (44-64), the authority's
       *> reference (66-85) and the release/expiry timestamp
       *> (87-107). Resolved liens stay on file so ids are never
       *> reused and the register answers "what was held, and
       *> when". A lien is in force while active and not past its
       *> expiry date; whatever it holds is unavailable to WDR,
       *> CLO and TRF-out even though the ledger balance has it.
       FD LIEN-FILE.
       01 LIEN-RECORD           PIC X(110).

       *> Work file every register rewrite is built in, closed off
       *> with a *LNEND* marker before it replaces liens.txt.
       FD LIEN-NEW-FILE.
       01 LIEN-NEW-RECORD       PIC X(110).

       *> --expire-liens run report: one line per lien lapsed by the
       *> run, with counts and the amount freed, so the back office
       *> sees the same night which holds came off.
       FD LIEN-REPORT-FILE.
       01 LIEN-REPORT-RECORD    PIC X(120).

       *> Term-deposit book, maintained only through the TDO/TDB
       *> input actions and the maturity run: deposit number (1-6),
       *> funding account (8-13), payout account (15-20), principal
       *> in the usual 13-char format (22-34), contracted rate in
       *> percent a year 99.99 (36-40), the breakage penalty rate in
       *> force when it was opened (42-46), term in months (48-50),
       *> maturity instruction at 52 (P pay principal and interest
       *> out, R roll the principal and pay the interest out, C roll
       *> principal plus interest), current term's start date
       *> (54-61) and maturity date (63-70), status at 72 (A active,
       *> M matured and paid out, B broken early), currency (74-76),
       *> opened timestamp (78-98), paid-out/broken timestamp
       *> (100-120) and how many times it has rolled (122-124).
       *> Closed deposits stay on file so numbers are never reused.
       *> The money a deposit holds is off the account master
       *> altogether - the TD-OPEN debit took it out of the funding
       *> account and only a maturity or a breakage puts it back.
       FD TD-FILE.
       01 TD-RECORD             PIC X(130).

       *> Work file every book rewrite is built in, closed off with a
       *> *TDEND* marker before it replaces termdeposits.txt.
       FD TD-NEW-FILE.
       01 TD-NEW-RECORD         PIC X(130).

       *> Breakage penalty maintenance file, kept alongside rate.txt
       *> and tiers.txt: one line, the percent a year knocked off the
       *> contracted rate when a deposit is broken before maturity
       *> (99.99). Each deposit keeps the penalty in force on the day
       *> it was opened - it is part of the contract.
       FD TD-PENALTY-FILE.
       01 TD-PENALTY-RECORD     PIC X(10).

       *> --td-maturity run report: one line per deposit paid out or
       *> rolled (or left unpaid, with the reason), then the counts.
       FD TD-REPORT-FILE.
       01 TD-REPORT-RECORD      PIC X(140).

       *> --td-ladder report for treasury: active deposits bucketed
       *> by the week they mature in, per currency, with the
       *> principal and contracted interest falling due.
       FD TD-LADDER-FILE.
       01 TD-LADDER-RECORD      PIC X(120).

       *> Loan master, maintained only through the LOA input action
       *> and the collection run: loan number (1-6), borrower's
       *> customer number (8-13), repayment account (15-20),
       *> principal lent in the usual 13-char format (22-34), rate
       *> in percent a year 99.99 (36-40), term in months (42-44),
       *> disbursement date (46-53), status at 55 (A active, P paid
       *> off), principal still outstanding (57-69), the level
       *> instalment (71-83), instalments collected so far (85-87),
       *> currency (89-91), booked timestamp (93-113) and the date
       *> the final instalment came in (115-122). Paid-off loans stay
       *> on file so numbers are never reused.
       FD LOAN-FILE.
       01 LOAN-RECORD           PIC X(130).

       *> Work file every master rewrite is built in, closed off with
       *> a *LOEND* marker before it replaces loans.txt.
       FD LOAN-NEW-FILE.
       01 LOAN-NEW-RECORD       PIC X(130).

       *> Amortization schedule, written in full when the loan is
       *> booked, one line per instalment in loan and instalment
       *> order: loan number (1-6), instalment number (8-10), due
       *> date (12-19), instalment amount (21-33), its principal
       *> (35-47) and interest (49-61) parts, principal outstanding
       *> once it is paid (63-75), status at 77 (D due, P paid),
       *> repayment account (79-84), currency (86-88) and the date
       *> it was collected (90-97). The collection run works from
       *> the D lines; the arrears report ages the ones whose date
       *> has passed.
       FD LSCH-FILE.
       01 LSCH-RECORD           PIC X(100).

       *> Work file for schedule rewrites, closed off with *LSEND*.
       FD LSCH-NEW-FILE.
       01 LSCH-NEW-RECORD       PIC X(100).

       *> --loan-collect run report: one line per instalment
       *> collected or missed, then the counts.
       FD LOAN-REPORT-FILE.
       01 LOAN-REPORT-RECORD    PIC X(140).

       *> --loan-arrears report: one line per loan with instalments
       *> past due, aged into 1-29, 30-59, 60-89 and 90+ days, then
       *> per-currency totals.
       FD LARR-REPORT-FILE.
       01 LARR-REPORT-RECORD    PIC X(160).

       *> Teller maintenance file, kept by branch operations beside
       *> the other clerk-maintained files: one line per teller -
       *> teller id (1-6), status at 8 (A active, anything else
       *> barred from keying), name (10-29), and the opening float
       *> the drawer starts each day with in the usual 13-char
       *> amount format, Rai at 31 and Rupiah at 45.
       FD TELLER-FILE.
       01 TELLER-RECORD         PIC X(60).

       *> Counted-cash declarations: what each teller found in the
       *> drawer at close - teller id (1-6), business date (8-15),
       *> currency (17-19, blank means RAI) and the amount counted
       *> (21-33). A recount is keyed as a further line; the last
       *> line for a teller, date and currency is the one that
       *> stands.
       FD TLR-CASH-FILE.
       01 TLR-CASH-RECORD       PIC X(40).

       *> --teller-proof report: per teller and currency, the cash
       *> deposits and withdrawals the teller posted, the opening
       *> float, the closing cash those imply, and the difference
       *> against the declared count.
       FD TLR-REPORT-FILE.
       01 TLR-REPORT-RECORD     PIC X(100).

       *> Watch list, maintained by the compliance officer: one line
       *> per listed party - list entry id (1-6), listed name
       *> (8-47) and the list it came from (49-58, free text such as
       *> the issuing authority). Names are matched after folding
       *> case and punctuation, so the officer keys them as
       *> published.
       FD WL-FILE.
       01 WL-RECORD             PIC X(80).

       *> The watch list as it stood at the last full rescreen of
       *> the customer master, same layout - the end-of-day step
       *> compares the live list against it and only rescreens the
       *> book when the two differ.
       FD WL-SNAP-FILE.
       01 WL-SNAP-RECORD        PIC X(80).

       *> Screening queue: items held on a possible watch-list match
       *> until compliance releases or declines them. Sequence
       *> (1-6), status at 8 (P pending, R released, D declined),
       *> kind at 10 (NEW or CNM for an input record, CLI for an
       *> inbound clearing item), the held item itself at 14 (the
       *> 61-byte input record or the 60-byte clearing line), the
       *> name that hit at 76, the watch-list entry id at 97 and
       *> its listed name at 104, hold timestamp at 145, decision
       *> timestamp at 167 and compliance's stated reason at 189.
       FD SCR-FILE.
       01 SCR-RECORD            PIC X(230).

       *> Work file a screening-queue rewrite is built in, closed off
       *> with an *SQEND* marker before it replaces the live queue -
       *> the same discipline as pending_approvals.new, so a crash
       *> can never lose an item that is neither posted nor held.
       FD SCR-NEW-FILE.
       01 SCR-NEW-RECORD        PIC X(230).

       *> Every compliance decision, appended in queue layout as it
       *> is taken - the rewrite keeps only pending items, so this
       *> is where a released or declined item's reason lives on.
       FD SCR-DEC-FILE.
       01 SCR-DEC-RECORD        PIC X(230).

       *> --list-screening, --screen-release and --screen-decline
       *> report: the pending listing, or the outcome of a decision.
       FD SCR-REPORT-FILE.
       01 SCR-REPORT-RECORD     PIC X(200).

       *> Rescreen report: one line per customer whose name now
       *> matches the watch list, with the entry it matched.
       FD SCR-HITS-FILE.
       01 SCR-HITS-RECORD       PIC X(140).

       *> Parameter changes proposed and not yet decided, one per
       *> line: change number (1-6), status (8, P while it waits),
       *> the file's code (10-19: RATE, TAXRATE, TIERS, FEES,
       *> APPRLIMIT, BKPKEEP, ODLIMIT or VELOCITY), S to set a line
       *> or D to delete one (21), the line's key (23-30 - the
       *> effective date, the account, or the line number on the
       *> files whose lines are positional), the line as it stood
       *> when the change was proposed (32-55, spaces for a new
       *> line) and as it will be written (57-80, spaces for a
       *> delete), the proposing teller (82-87) and when (89-109).
       *> A decision adds the deciding teller (111-116) and its time
       *> (118-138) and moves the item to the change log.
       FD PRM-FILE.
       01 PRM-RECORD            PIC X(140).

       *> Work file a parameter-queue rewrite is built in, closed off
       *> with a *PCEND* marker before it replaces the live queue.
       FD PRM-NEW-FILE.
       01 PRM-NEW-RECORD        PIC X(140).

       *> Every decided parameter change, appended in queue layout as
       *> it is decided - status A for applied, X for rejected - with
       *> the before and after lines, who proposed, who decided and
       *> when. The auditors' --param-audit report reads this.
       FD PRM-LOG-FILE.
       01 PRM-LOG-RECORD        PIC X(140).

       *> Whichever parameter file a change applies to, opened by
       *> name - every one of them is a short line-sequential file.
       FD PRM-LIVE-FILE.
       01 PRM-LIVE-RECORD       PIC X(24).

       *> Work file the new copy of a parameter file is built in:
       *> a *PFNAME* line naming the file, its lines, and a *PFEND*
       *> marker - the same end-marker discipline as the queues, so
       *> a crash mid-rewrite can never leave a truncated rate or
       *> limit file for the next run to load.
       FD PRM-WORK-FILE.
       01 PRM-WORK-RECORD       PIC X(40).

       *> --param-propose, --param-approve, --param-reject and
       *> --param-list report: the outcome, or the pending listing.
       FD PRM-REPORT-FILE.
       01 PRM-REPORT-RECORD     PIC X(160).

       *> --param-audit report: every parameter change decided in a
       *> date range, with its before and after lines.
       FD PRM-AUDIT-FILE.
       01 PRM-AUDIT-RECORD      PIC X(160).

       *> Catalog of the dated translog archives in the order they
       *> were cut, entered as each cutover completes - see
       *> CATALOG-ARCHIVE for the layout.
       FD LOG-CAT-FILE.
       01 LOG-CAT-RECORD        PIC X(90).

       *> --verify-log report: every sequence gap, duplicate and
       *> broken chain link found, by file and line number, then
       *> the totals.
       FD LVR-REPORT-FILE.
       01 LVR-REPORT-RECORD     PIC X(132).

       *> Closed-account register, one line appended per settled
       *> close-out: account (1-6), closing date (8-15), holder
       *> (17-36), currency (38-40), balance before settlement
       *> (42-54), gross interest (56-68), tax withheld (70-82),
       *> closure fee (84-96), amount paid out (98-110), payout
       *> route ON-BOOK, CLEARING or NONE (112-119), payout account
       *> (121-126), standing orders (128-130) and warehoused items
       *> (132-134) cancelled, teller (136-141). The daily closed-
       *> accounts report is read from it.
       FD CLS-REG-FILE.
       01 CLS-REG-RECORD        PIC X(150).

       *> Closure advice for the customer, one file per account
       *> (closure_advice_NNNNNN.txt): what the account earned to
       *> the closing date, what was withheld and charged, where
       *> the balance went, and every order and parked item that
       *> was cancelled with it.
       FD CLS-ADVICE-FILE.
       01 CLS-ADVICE-RECORD     PIC X(100).

       *> --closed-accounts-report: the day's close-outs from the
       *> register, one line each, totals per currency, and the
       *> day's CLS translog lines counted against them.
       FD CLS-REPORT-FILE.
       01 CLS-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       77 IN-ACCOUNT            PIC 9(6).
       77 IN-ACTION             PIC X(3).
       77 IN-AMOUNT             PIC 9(6)V99.
       77 IN-DEST-ACCOUNT       PIC 9(6).
       77 IN-OWNER-NAME         PIC X(20).
       77 IN-TELLER             PIC X(6) VALUE "SYSTEM".
       77 IS-VALID-TRANSACTION  PIC X VALUE 'Y'.
       77 IN-FILE-EOF           PIC X VALUE 'N'.
       77 TRANSACTION-COUNT     PIC 9(6) VALUE ZERO.
       77 IDR-ALPHA             PIC X(25).

       *> Bonus: Variabel Kalkulasi Bunga (Telah Diperbarui)
       77 CMD-ARG               PIC X(120).
       77 CMD-FLAG              PIC X(24).
       77 CMD-ARG2              PIC X(20).
       77 CMD-ARG3              PIC X(20).
       77 LOG-AMT-FORMATTED     PIC Z(9)9.99.
       77 LOG-FILE-STATUS       PIC XX.

       *> Log sequence and chain. LOG-LAST-SEQ and LOG-LAST-CHAIN
       *> are the last sequenced line on file, read once per hold of
       *> the accounts lock (LOG-TAIL-KNOWN) and advanced by every
       *> append after that - every writer of translog.txt holds the
       *> lock, so nothing can slip a line in between. The chain
       *> value is folded byte by byte over a line's first 156
       *> bytes, starting from the previous line's value, modulo the
       *> prime LOG-HASH-PRIME.
       77 LOG-TAIL-KNOWN        PIC X VALUE "N".
       77 LOG-LAST-SEQ          PIC 9(9) VALUE ZERO.
       77 LOG-LAST-CHAIN        PIC 9(9) VALUE ZERO.
       77 LOG-NEXT-SEQ          PIC 9(9).
       77 LOG-HASH-LINE         PIC X(166).
       77 LOG-HASH-PREV         PIC 9(9).
       77 LOG-HASH-WORK         PIC 9(12).
       77 LOG-HASH-CHAIN        PIC 9(9).
       77 LOG-HASH-IX           PIC 9(3).
       77 LOG-HASH-PRIME        PIC 9(9) VALUE 999999937.
       77 LOG-CAT-STATUS        PIC XX.

       *> Transfer (TRF) working fields.
       77 TRANSFER-OK           PIC X VALUE "Y".
       77 SRC-FOUND             PIC X VALUE "N".
       77 STMT-LOG-ACTION       PIC X(7).
       77 STMT-AMT-ALPHA        PIC X(13).
       77 STMT-BAL-ALPHA        PIC X(13).
       77 STMT-REF-ALPHA        PIC X(30).

       *> Trial-balance report working fields.
       77 TB-ACCOUNT-ALPHA      PIC X(6).
       *> cutoff (their run timestamp at 53 says nothing about the
       *> period they summarize). Counts and amount totals below are
       *> over ordinary log lines only; CFW lines are accounted
       *> separately so the lossless-move proof stays clean, and the
       *> LOGSEQ line is bookkeeping of the log itself. ARC-TAIL-SEQ
       *> and ARC-TAIL-CHAIN are where the archive's sequence and
       *> chain close; ARC-HEAD-CHAIN runs the CFW heads' own chain.
       77 ARCH-LOG-NAME         PIC X(30).
       77 ARCH-FILE-STATUS      PIC XX.
       77 TRIM-FILE-STATUS      PIC XX.
       77 ARC-AMT-FORMATTED     PIC Z(13)9.99.
       77 ARC-AMT-ALPHA         PIC X(17).
       77 ARC-NET-ALPHA         PIC X(13).
       77 ARC-TAIL-SEQ          PIC 9(9) VALUE ZERO.
       77 ARC-TAIL-CHAIN        PIC 9(9) VALUE ZERO.
       77 ARC-HEAD-CHAIN        PIC 9(9) VALUE ZERO.
       77 ARC-CAT-LINE          PIC X(166).
       77 ARC-CAT-FOUND         PIC X.
       01 ARC-TABLE.
          05 ARC-ENTRY OCCURS 5000.
             10 ARC-ACCOUNT     PIC X(6).
       77 APPR-NEW-STATUS       PIC XX.
       01 APPR-TABLE.
          05 APPR-ENTRY OCCURS 200.
             10 APPR-RAW        PIC X(116).

       *> --gl-extract working fields. One accumulator pair per event
       *> class; every in-date log line's own arithmetic (balance
       77 GL-CLRIN-AMT          PIC 9(12)V99 VALUE ZERO.
       77 GL-WHT-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-WHT-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-RVDEP-COUNT        PIC 9(6) VALUE ZERO.
       77 GL-RVDEP-AMT          PIC 9(12)V99 VALUE ZERO.
       77 GL-RVWDR-COUNT        PIC 9(6) VALUE ZERO.
       77 GL-RVWDR-AMT          PIC 9(12)V99 VALUE ZERO.
       77 GL-RVFEE-COUNT        PIC 9(6) VALUE ZERO.
       77 GL-RVFEE-AMT          PIC 9(12)V99 VALUE ZERO.
       77 GL-RVTOUT-COUNT       PIC 9(6) VALUE ZERO.
       77 GL-RVTOUT-AMT         PIC 9(12)V99 VALUE ZERO.
       77 GL-RVTIN-COUNT        PIC 9(6) VALUE ZERO.
       77 GL-RVTIN-AMT          PIC 9(12)V99 VALUE ZERO.
       77 GL-TDO-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-TDO-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-TDP-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-TDP-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-TDI-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-TDI-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-TDR-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-TDR-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-LND-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-LND-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-LNC-COUNT          PIC 9(6) VALUE ZERO.
       77 GL-LNP-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-LNI-AMT            PIC 9(12)V99 VALUE ZERO.
       77 GL-LINE-PRIN          PIC 9(10)V99.
       77 GL-LINE-INT           PIC 9(10)V99.
       77 GL-LINE-AMT           PIC 9(10)V99.
       77 GL-LINE-BEFORE        PIC S9(10)V99.
       77 GL-LINE-AFTER         PIC S9(10)V99.
       77 CKPT-FILE-STATUS      PIC XX.
       77 CKPT-SKIP-COUNT       PIC 9(6) VALUE ZERO.
       77 CKPT-RESUMING         PIC X VALUE "N".
       77 CKPT-LAST-RECORD      PIC X(61).
       77 CKPT-MISMATCH         PIC X VALUE "N".
       77 CKPT-BAD              PIC X VALUE "N".
       77 CKPT-NEW-STATUS       PIC XX.
       77 EDIT-IX               PIC 9(5).
       77 EDIT-SEEN-COUNT       PIC 9(5) VALUE ZERO.
       01 EDIT-SEEN-TABLE.
          05 EDIT-SEEN-RECORD   OCCURS 5000 PIC X(61).

       *> --load-master / --export-master conversion reporting.
       77 CONV-RECORD-COUNT     PIC 9(6) VALUE ZERO.
       *> makes the per-step lock acquire/release pairs no-ops while
       *> the orchestrator holds the one session lock, so the whole
       *> night runs under a single hold without making the lock
       *> reentrant. The steps live in fixed canonical slots,
       *> EOD-STEP-COUNT of them.
       77 EOD-CTL-STATUS        PIC XX.
       77 EOD-STATUS-FS         PIC XX.
       77 EOD-NEW-STATUS        PIC XX.
       77 EOD-CTL-P1            PIC X(20).
       77 EOD-CTL-P2            PIC X(20).
       77 EOD-STAMP             PIC X(21).
       77 EOD-STEP-COUNT        PIC 9(2) VALUE 12.
       77 ARC-RUN-OK            PIC X VALUE "N".
       01 EOD-TABLE.
          05 EOD-STEP OCCURS 12.
             10 EOD-NAME        PIC X(16).
             10 EOD-REQUESTED   PIC X.
             10 EOD-DONE        PIC X.
       77 FEE-FILE-STATUS       PIC XX.
       77 FEE-MONTHLY           PIC 9(7)V99 VALUE 10.00.
       77 FEE-PER-WDR           PIC 9(7)V99 VALUE 0.50.
       77 FEE-CLOSURE           PIC 9(7)V99 VALUE ZERO.
       77 FEE-LINE-COUNT        PIC 9 VALUE ZERO.
       77 FEE-FROM-DATE         PIC X(8).
       77 FEE-TO-DATE           PIC X(8).
       77 WHS-STAMP             PIC X(21).
       01 WHS-TABLE.
          05 WHS-ENTRY OCCURS 200.
             10 WHS-RAW         PIC X(86).
             10 WHS-RELEASED    PIC X.

       01 OD-TABLE.
             10 OD-ACCOUNT      PIC X(6).
             10 OD-AMOUNT       PIC 9(7)V99.

       *> Reversal (REV) working fields. The candidate table holds
       *> every live translog entry matching the reference the clerk
       *> keyed (account, action, amount, date and time to the
       *> second); REV lines already naming a candidate's full
       *> timestamp mark it done, and the first one still open is
       *> the one reversed - so a second REV of the same entry is
       *> refused, while two genuinely identical entries can each be
       *> corrected once. A TRF-OUT candidate carries its TRF-IN
       *> partner leg (the line written straight after it) so both
       *> legs come back as one journaled intent under the internal
       *> RVT action.
       77 REV-ORIG-CLASS        PIC X(7).
       77 REV-ORIG-STAMP        PIC X(21).
       77 REV-ORIG-AMOUNT       PIC 9(10)V99.
       77 REV-REQUESTED-BY      PIC X(20).
       77 REV-PARTNER-ACCOUNT   PIC X(6).
       77 REV-PARTNER-CLASS     PIC X(7).
       77 REV-PARTNER-STAMP     PIC X(21).
       77 REV-PARTNER-AMOUNT    PIC 9(10)V99.
       77 REV-OK                PIC X VALUE "Y".
       77 REV-WANT-PARTNER      PIC X VALUE "N".
       77 REV-CAND-OVERFLOW     PIC X VALUE "N".
       77 REV-CAND-COUNT        PIC 9(3) VALUE ZERO.
       77 REV-IX                PIC 9(3).
       77 REV-PICK-IX           PIC 9(3).
       77 LOG-REV-CLASS         PIC X(7).
       77 LOG-REV-STAMP         PIC X(21).
       77 REV-REP-DATE          PIC X(8).
       77 REV-HIT-COUNT         PIC 9(5) VALUE ZERO.
       77 REV-COUNT-ALPHA       PIC X(5).
       01 REV-CAND-TABLE.
          05 REV-CAND-ENTRY OCCURS 50.
             10 REV-CAND-STAMP  PIC X(21).
             10 REV-CAND-DONE   PIC X.
             10 REV-CAND-PARTNER PIC X(6).
             10 REV-CAND-PARTNER-CLASS PIC X(7).
             10 REV-CAND-PARTNER-STAMP PIC X(21).
             10 REV-CAND-PARTNER-AMT PIC 9(10)V99.

       *> Lien working fields. liens.txt is streamed whenever a
       *> debit needs its account's holds, so a lien placed earlier
       *> in the same batch already counts - the register is the
       *> book of record, as translog.txt is for the velocity cap,
       *> and no table caps how many liens it may carry. LIEN-HELD
       *> is what the account's liens in force hold; LIEN-AVAILABLE
       *> is ledger minus that plus the overdraft line, the figure
       *> BAL and the trial balance show.
       77 LIEN-FILE-STATUS      PIC XX.
       77 LIEN-NEW-STATUS       PIC XX.
       77 LIEN-LOOKUP-ACCOUNT   PIC X(6).
       77 LIEN-HELD             PIC 9(11)V99 VALUE ZERO.
       77 LIEN-AVAILABLE        PIC S9(10)V99.
       77 LIEN-AVAIL-ALPHA      PIC X(13).
       77 LIEN-MAX-ID           PIC 9(6) VALUE ZERO.
       77 LIEN-NEW-ID           PIC 9(6).
       77 LIEN-ID-ALPHA         PIC X(6).
       77 LIEN-FOUND            PIC X VALUE "N".
       77 LIEN-FOUND-STATUS     PIC X.
       77 LIEN-FOUND-AMOUNT     PIC X(13).
       77 LIEN-FOUND-REASON     PIC X(3).
       77 LIEN-FOUND-EXPIRY     PIC X(8).
       77 LIEN-ACCT-FOUND       PIC X VALUE "N".
       77 LIEN-ACCT-STATUS      PIC X.
       77 LIEN-STAMP            PIC X(21).
       77 LIEN-RUN-DATE         PIC X(8).
       77 LIEN-RUN-OK           PIC X VALUE "Y".
       77 LIEN-EXP-COUNT        PIC 9(5) VALUE ZERO.
       77 LIEN-EXP-TOTAL        PIC 9(12)V99 VALUE ZERO.
       77 LIEN-LEFT-COUNT       PIC 9(5) VALUE ZERO.
       77 LIEN-COUNT-ALPHA      PIC X(5).
       77 LOG-LIEN-REASON       PIC X(3).

       *> Term-deposit working fields. The book is streamed, never
       *> tabled: the maturity run walks it in deposit-number order
       *> one due deposit at a time (TD-CURSOR-ID is how far it has
       *> got), so the book is rewritten after every deposit paid
       *> or rolled and no table caps how many deposits it holds.
       *> TD-WORK is the one deposit in hand, parsed into the fields
       *> below and rebuilt from them before the rewrite.
       77 TD-FILE-STATUS        PIC XX.
       77 TD-NEW-STATUS         PIC XX.
       77 TD-PENALTY-STATUS     PIC XX.
       77 TD-PENALTY-RATE       PIC 99V99 VALUE 1.00.
       77 TD-RATE-FORMATTED     PIC 99.99.
       77 TD-WORK               PIC X(130).
       77 TD-FOUND              PIC X VALUE "N".
       77 TD-MAX-ID             PIC 9(6) VALUE ZERO.
       77 TD-NEW-ID             PIC 9(6).
       77 TD-ID-ALPHA           PIC X(6).
       77 TD-CURSOR-ID          PIC X(6).
       77 TD-FUND-ACCOUNT       PIC X(6).
       77 TD-PAYOUT             PIC X(6).
       77 TD-PRINCIPAL          PIC 9(6)V99.
       77 TD-RATE               PIC 99V99.
       77 TD-BREAK-RATE         PIC 99V99.
       77 TD-EFF-RATE           PIC S99V99.
       77 TD-TERM               PIC 9(3).
       77 TD-INSTR              PIC X.
       77 TD-START              PIC X(8).
       77 TD-MATURITY           PIC X(8).
       77 TD-OLD-MATURITY       PIC X(8).
       77 TD-MONTHS             PIC 9(4).
       77 TD-YEARS              PIC 9(3).
       77 TD-MON-REM            PIC 9(2).
       77 TD-STATUS             PIC X.
       77 TD-CCY                PIC X(3).
       77 TD-ROLLS              PIC 9(3).
       77 TD-DAYS               PIC S9(6).
       77 TD-GROSS              PIC S9(10)V99.
       77 TD-TAX                PIC S9(10)V99.
       77 TD-NET                PIC S9(10)V99.
       77 TD-TAX-RATE           PIC 9V99.
       77 TD-TAX-BEST-DATE      PIC X(8).
       77 TD-STAMP              PIC X(21).
       77 TD-PAY-CLASS          PIC X(7).
       77 TD-POST-OK            PIC X VALUE "Y".
       77 TD-DEP-OK             PIC X VALUE "Y".
       77 TD-ROLL-NOTE          PIC X(30).
       77 TD-INT-NOTE           PIC X(30).
       77 TD-SAVE-ACCOUNT       PIC 9(6).
       77 TD-SAVE-ACTION        PIC X(3).
       77 TD-FUND-FOUND         PIC X VALUE "N".
       77 TD-FUND-STATUS        PIC X.
       77 TD-FUND-CUSTNO        PIC X(6).
       77 TD-FUND-CCY           PIC X(3).
       77 TD-PAY-FOUND          PIC X VALUE "N".
       77 TD-PAY-STATUS         PIC X.
       77 TD-PAY-CUSTNO         PIC X(6).
       77 TD-PAY-CCY            PIC X(3).
       77 TD-RUN-DATE           PIC X(8).
       77 TD-RUN-OK             PIC X VALUE "Y".
       77 TD-GUARD              PIC 9(3).
       77 TD-PAID-COUNT         PIC 9(5) VALUE ZERO.
       77 TD-ROLLED-COUNT       PIC 9(5) VALUE ZERO.
       77 TD-FAIL-COUNT         PIC 9(5) VALUE ZERO.
       77 TD-COUNT-ALPHA        PIC X(5).
       77 TD-AMT-ALPHA          PIC X(13).
       77 TD-INT-ALPHA          PIC X(13).
       77 TD-TAX-ALPHA          PIC X(13).
       77 TD-DATE-NUM           PIC 9(8).
       77 TD-DATE-INT           PIC 9(9).
       77 TD-ASOF-INT           PIC 9(9).
       77 TD-WEEK               PIC 9(5).
       77 TD-LADDER-WEEKS       PIC 9(2) VALUE 26.
       77 TD-LAD-IX             PIC 9(2).
       77 TD-LAD-CX             PIC 9.
       77 TD-LAD-ANY            PIC X.
       77 TD-LAD-LABEL          PIC X(30).
       77 TD-LAD-FROM           PIC X(8).
       77 TD-LAD-TO             PIC X(8).
       77 TD-LAD-TOT-COUNT      PIC 9(5).
       77 TD-LAD-TOT-PRIN       PIC 9(12)V99.
       77 TD-LAD-TOT-INT        PIC 9(12)V99.
       *> Bucket 1 is overdue (active past its maturity date),
       *> 2 through TD-LADDER-WEEKS + 1 the weeks ahead, and the
       *> last everything maturing beyond them; currency 1 is RAI,
       *> 2 IDR.
       01 TD-LADDER-TABLE.
          05 TD-LAD-CCY OCCURS 2.
             10 TD-LAD-BUCKET OCCURS 28.
                15 TD-LAD-COUNT PIC 9(5).
                15 TD-LAD-PRIN  PIC 9(12)V99.
                15 TD-LAD-INT   PIC 9(12)V99.

       *> Instalment-loan working fields. A booking builds the whole
       *> amortization schedule in LN-SCHEDULE-TABLE (terms run to
       *> 360 months) before any money moves, so an instalment the
       *> posting path could not carry refuses the loan up front.
       *> LN-DISCOUNT is (1 + monthly rate LN-MRATE) to the minus
       *> term - the annuity factor the level instalment comes from.
       77 LOAN-FILE-STATUS      PIC XX.
       77 LOAN-NEW-STATUS       PIC XX.
       77 LSCH-FILE-STATUS      PIC XX.
       77 LSCH-NEW-STATUS       PIC XX.
       77 LN-WORK               PIC X(130).
       77 LN-SCH-WORK           PIC X(100).
       77 LN-FOUND              PIC X.
       77 LN-MAX-ID             PIC 9(6).
       77 LN-NEW-ID             PIC 9(6).
       77 LN-ID-ALPHA           PIC X(6).
       77 LN-CURSOR-KEY         PIC X(10).
       77 LN-SKIP-LOAN          PIC X(6).
       77 LN-ACCOUNT            PIC X(6).
       77 LN-ACCT-FOUND         PIC X VALUE "N".
       77 LN-ACCT-STATUS        PIC X.
       77 LN-CUSTNO             PIC X(6).
       77 LN-CCY                PIC X(3).
       77 LN-PRINCIPAL          PIC 9(6)V99.
       77 LN-RATE               PIC 99V99.
       77 LN-TERM               PIC 9(3).
       77 LN-START              PIC X(8).
       77 LN-DUE                PIC X(8).
       77 LN-INST-NO            PIC 9(3).
       77 LN-MONTHS             PIC 9(4).
       77 LN-YEARS              PIC 9(3).
       77 LN-MON-REM            PIC 9(2).
       77 LN-MRATE              PIC 9V9(17).
       77 LN-DISCOUNT           PIC 9V9(17).
       77 LN-INSTALMENT         PIC 9(8)V99.
       77 LN-SCH-INST           PIC 9(8)V99.
       77 LN-SCH-PRIN           PIC 9(8)V99.
       77 LN-SCH-INT            PIC 9(8)V99.
       77 LN-SCH-BAL            PIC 9(8)V99.
       77 LN-TBL-MAX            PIC 9(8)V99.
       77 LN-OUTSTANDING        PIC 9(8)V99.
       77 LN-PAID-COUNT         PIC 9(3).
       77 LN-STATUS             PIC X.
       77 LN-STAMP              PIC X(21).
       77 LN-POST-OK            PIC X VALUE "Y".
       77 LN-SAVE-ACCOUNT       PIC 9(6).
       77 LN-SAVE-ACTION        PIC X(3).
       77 LN-RUN-DATE           PIC X(8).
       77 LN-RUN-OK             PIC X VALUE "Y".
       77 LN-COLLECTED-COUNT    PIC 9(5) VALUE ZERO.
       77 LN-MISSED-COUNT       PIC 9(5) VALUE ZERO.
       77 LN-COLLECTED-AMT      PIC 9(12)V99 VALUE ZERO.
       77 LN-COUNT-ALPHA        PIC X(5).
       77 LN-AMT-ALPHA          PIC X(13).
       77 LN-PRIN-ALPHA         PIC X(13).
       77 LN-INT-ALPHA          PIC X(13).
       77 LN-BOOK-COUNT         PIC 9(5).
       77 LN-BOOK-AMT           PIC 9(12)V99.
       77 LN-TOT-COUNT          PIC 9(5).
       77 LOG-LOAN-PRIN         PIC 9(10)V99.
       77 LOG-LOAN-INT          PIC 9(10)V99.
       01 LN-SCHEDULE-TABLE.
          05 LN-SCH-ENTRY OCCURS 360.
             10 LN-TBL-DUE      PIC X(8).
             10 LN-TBL-INST     PIC 9(8)V99.
             10 LN-TBL-PRIN     PIC 9(8)V99.
             10 LN-TBL-INT      PIC 9(8)V99.
             10 LN-TBL-BAL      PIC 9(8)V99.

       *> Arrears aging: each past-due instalment lands in bucket 1
       *> (1-29 days late), 2 (30-59), 3 (60-89) or 4 (90 and over)
       *> for its loan and for its currency's totals - 1 RAI, 2 IDR.
       77 LN-DATE-NUM           PIC 9(8).
       77 LN-ASOF-INT           PIC 9(9).
       77 LN-DAYS-LATE          PIC S9(6).
       77 LN-OLDEST-DAYS        PIC 9(5).
       77 LN-ARR-BX             PIC 9.
       77 LN-ARR-CX             PIC 9.
       77 LN-ARR-ANY            PIC X.
       77 LN-CUR-LOAN           PIC X(6).
       77 LN-CUR-ACCOUNT        PIC X(6).
       77 LN-CUR-CCY            PIC X(3).
       77 LN-CUR-OLDEST         PIC X(8).
       77 LN-CUR-COUNT          PIC 9(3).
       77 LN-CUR-ALPHA          PIC X(5).
       01 LN-LOAN-BUCKETS.
          05 LN-LOAN-BKT-AMT    PIC 9(10)V99 OCCURS 4.
       01 LN-ARREARS-TOTALS.
          05 LN-ARR-CCY OCCURS 2.
             10 LN-ARR-BUCKET OCCURS 4.
                15 LN-ARR-COUNT PIC 9(5).
                15 LN-ARR-AMT   PIC 9(12)V99.

       *> Teller working fields. The table loads from tellers.txt at
       *> startup for the edit pass and the proof alike; each
       *> teller carries a proof block per currency - 1 RAI, 2 IDR -
       *> that only --teller-proof fills in.
       77 TLR-FILE-STATUS       PIC XX.
       77 TLR-CASH-STATUS       PIC XX.
       77 TLR-COUNT             PIC 9(3) VALUE ZERO.
       77 TLR-OVERFLOW          PIC X VALUE "N".
       77 TLR-IX                PIC 9(3).
       77 TLR-FOUND-IX          PIC 9(3).
       77 TLR-CX                PIC 9.
       77 TLR-LOOKUP-ID         PIC X(6).
       77 TLR-RUN-OK            PIC X VALUE "Y".
       77 TLR-RUN-DATE          PIC X(8).
       77 TLR-CCY               PIC X(3).
       77 TLR-AMOUNT            PIC 9(10)V99.
       77 TLR-EXPECTED          PIC S9(12)V99.
       77 TLR-DIFF              PIC S9(12)V99.
       77 TLR-ACTIVITY          PIC 9(5).
       77 TLR-PROVED-COUNT      PIC 9(3).
       77 TLR-OUT-COUNT         PIC 9(3).
       77 TLR-UNDECL-COUNT      PIC 9(3).
       77 TLR-COUNT-ALPHA       PIC Z(4)9.
       77 TLR-SIGNED-FORMATTED  PIC -Z(11)9.99.
       77 TLR-LABEL             PIC X(24).
       77 TLR-SHOW-COUNT        PIC X.
       77 TLR-LINE-COUNT        PIC 9(5).
       77 TLR-LINE-AMT          PIC S9(12)V99.
       77 TLR-VERDICT           PIC X(14).
       01 TLR-TABLE.
          05 TLR-ENTRY OCCURS 200.
             10 TLR-ID          PIC X(6).
             10 TLR-STATUS      PIC X.
             10 TLR-NAME        PIC X(20).
             10 TLR-PROOF OCCURS 2.
                15 TLR-FLOAT     PIC 9(10)V99.
                15 TLR-DEP-COUNT PIC 9(5).
                15 TLR-DEP-AMT   PIC 9(12)V99.
                15 TLR-WDR-COUNT PIC 9(5).
                15 TLR-WDR-AMT   PIC 9(12)V99.
                15 TLR-REV-COUNT PIC 9(5).
                15 TLR-REV-NET   PIC S9(12)V99.
                15 TLR-COUNTED   PIC 9(12)V99.
                15 TLR-DECLARED  PIC X.

       *> Watch-list screening fields. Each list entry is held with
       *> its name already broken into words and squeezed together,
       *> so screening a name is one normalization of the name and
       *> a pass over the table.
       77 WL-FILE-STATUS        PIC XX.
       77 WL-SNAP-STATUS        PIC XX.
       77 WL-COUNT              PIC 9(3) VALUE ZERO.
       77 WL-OVERFLOW           PIC X VALUE "N".
       77 WL-IX                 PIC 9(3).
       77 WL-TX                 PIC 9.
       77 WL-SNAP-SAME          PIC X.
       77 WL-SNAP-COUNT         PIC 9(3).
       01 WL-TABLE.
          05 WL-ENTRY OCCURS 500.
             10 WL-ID           PIC X(6).
             10 WL-NAME         PIC X(40).
             10 WL-SOURCE       PIC X(10).
             10 WL-TCOUNT       PIC 9.
             10 WL-TOKEN        PIC X(20) OCCURS 8.
             10 WL-PACKED       PIC X(40).
       77 SCR-NORM-NAME         PIC X(40).
       77 SCR-NORM-WORK         PIC X(40).
       77 SCR-NORM-TCOUNT       PIC 9.
       77 SCR-NORM-PACKED       PIC X(40).
       77 SCR-NX                PIC 9.
       01 SCR-NORM-TOKENS.
          05 SCR-NORM-TOKEN     PIC X(20) OCCURS 8.
       77 SCR-SUBJECT           PIC X(40).
       77 SCR-HIT               PIC X.
       77 SCR-HIT-ID            PIC X(6).
       77 SCR-HIT-NAME          PIC X(40).
       77 SCR-HIT-SOURCE        PIC X(10).
       77 SCR-TOKEN-FOUND       PIC X.
       77 SCR-ALL-FOUND         PIC X.

       *> Screening-queue fields. SCR-RELEASE-MODE is set only while
       *> a compliance release drives a held item back through its
       *> posting path, so the screen cannot hold it a second time.
       77 SCR-FILE-STATUS       PIC XX.
       77 SCR-NEW-STATUS        PIC XX.
       77 SCR-DEC-STATUS        PIC XX.
       77 SCR-RELEASE-MODE      PIC X VALUE "N".
       77 HELD-FOR-SCREENING    PIC X VALUE "N".
       77 SCR-QUEUED            PIC X VALUE "N".
       77 SCR-COUNT             PIC 9(3) VALUE ZERO.
       77 SCR-OVERFLOW          PIC X VALUE "N".
       77 SCR-IX                PIC 9(3).
       77 SCR-FOUND-IX          PIC 9(3).
       77 SCR-TARGET-SEQ        PIC 9(6).
       77 SCR-MAX-SEQ           PIC 9(6) VALUE ZERO.
       77 SCR-PENDING-COUNT     PIC 9(3) VALUE ZERO.
       77 SCR-COUNT-ALPHA       PIC X(6).
       77 SCR-STAMP             PIC X(21).
       77 SCR-ARGS-OK           PIC X VALUE "Y".
       77 SCR-PTR               PIC 9(3).
       77 SCR-WORD1             PIC X(24).
       77 SCR-WORD2             PIC X(20).
       77 SCR-REASON            PIC X(40).
       77 SCR-KIND              PIC X(3).
       77 SCR-ITEM              PIC X(61).
       77 SCR-ACCOUNT           PIC X(6).
       77 SCR-AMOUNT            PIC 9(10)V99.
       77 SCR-ALREADY-HELD      PIC X.
       77 CLG-HELD-COUNT        PIC 9(6) VALUE ZERO.
       01 SCR-TABLE.
          05 SCR-ENTRY OCCURS 200.
             10 SCR-RAW         PIC X(230).

       *> Customer rescreen fields. SCR-FORCE is "Y" when an operator
       *> asks for the rescreen by hand; the end-of-day step leaves
       *> it "N" and rescreens only when the list has changed.
       77 SCR-FORCE             PIC X VALUE "Y".
       77 SCR-RUN-OK            PIC X VALUE "Y".
       77 SCR-CUST-COUNT        PIC 9(6).
       77 SCR-HITS-COUNT        PIC 9(6).
       77 SCR-CUST-EOF          PIC X.

       *> Account inquiry working fields. The whole inquiry for one
       *> account is built into INQ-LINE before its first page shows,
       *> so paging back and forth never re-reads a file the posting
       *> run may be writing; R rebuilds it on request. The last
       *> twenty translog lines for the account are kept in a ring
       *> as the log goes by, oldest overwritten first.
       77 INQ-ACCOUNT           PIC X(6).
       77 INQ-REPLY             PIC X(20).
       77 INQ-DONE              PIC X VALUE "N".
       77 INQ-REBUILD           PIC X VALUE "N".
       77 INQ-FOUND             PIC X VALUE "N".
       77 INQ-ROW               PIC X(52).
       77 INQ-TEXT              PIC X(78).
       77 INQ-HEAD              PIC X(78).
       77 INQ-RULE              PIC X(78) VALUE ALL "-".
       77 INQ-LINE-COUNT        PIC 9(3) VALUE ZERO.
       77 INQ-TRUNCATED         PIC X VALUE "N".
       77 INQ-PAGE              PIC 9(3).
       77 INQ-PAGE-COUNT        PIC 9(3).
       77 INQ-PAGE-SIZE         PIC 9(2) VALUE 18.
       77 INQ-FIRST             PIC 9(3).
       77 INQ-LAST              PIC 9(3).
       77 INQ-IX                PIC 9(3).
       77 INQ-PAGE-ALPHA        PIC ZZ9.
       77 INQ-PAGES-ALPHA       PIC ZZ9.
       77 INQ-NUM-ALPHA         PIC Z(4)9.
       77 INQ-ITEM-COUNT        PIC 9(5).
       77 INQ-STATUS-WORD       PIC X(8).
       77 INQ-VEL-SOURCE        PIC X(16).
       77 INQ-LOG-SEEN          PIC 9(9).
       77 INQ-LOG-QUOT          PIC 9(9).
       77 INQ-LOG-OFFSET        PIC 9(2).
       77 INQ-LOG-SLOT          PIC 9(2).
       77 INQ-LOG-SHOWN         PIC 9(2).
       77 INQ-LOG-IX            PIC 9(2).
       01 INQ-SCREEN.
          05 INQ-LINE           PIC X(78) OCCURS 300.
       01 INQ-LOG-RING.
          05 INQ-LOG-LINE       PIC X(146) OCCURS 20.

       *> Parameter maintenance. The command-line words are split
       *> afresh into PRM-WORD - a proposal carries more of them than
       *> CMD-ARG2-4 hold. PRM-KIND is K for a file keyed by its
       *> first PRM-KEY-LEN bytes (rate.txt and taxrate.txt by date,
       *> overdraft_limits.txt and velocity_limits.txt by account)
       *> and P for one whose lines mean what they mean by position
       *> (tiers.txt, fees.txt, approval_limit.txt, backup_keep.txt),
       *> where PRM-LINE-NO is the line a change replaces.
       77 PRM-FILE-STATUS       PIC XX.
       77 PRM-NEW-STATUS        PIC XX.
       77 PRM-LOG-STATUS        PIC XX.
       77 PRM-LIVE-STATUS       PIC XX.
       77 PRM-WORK-STATUS       PIC XX.
       77 PRM-LIVE-NAME         PIC X(30).
       77 PRM-WORD-COUNT        PIC 9.
       77 PRM-WORDS-NEEDED      PIC 9.
       77 PRM-WX                PIC 9.
       77 PRM-TELLER            PIC X(6).
       77 PRM-CODE              PIC X(10).
       77 PRM-OP                PIC X.
       77 PRM-KEY               PIC X(8).
       77 PRM-KIND              PIC X.
       77 PRM-KEY-LEN           PIC 9.
       77 PRM-LINE-NO           PIC 9(2).
       77 PRM-BEFORE            PIC X(24).
       77 PRM-AFTER             PIC X(24).
       77 PRM-CURRENT           PIC X(24).
       77 PRM-FILL              PIC X(24).
       77 PRM-FILL-NO           PIC 9(2).
       77 PRM-KEY-FOUND         PIC X.
       77 PRM-LIVE-COUNT        PIC 9(5).
       77 PRM-ARGS-OK           PIC X.
       77 PRM-REASON            PIC X(70).
       77 PRM-USAGE             PIC X(70).
       77 PRM-NUM-WORD          PIC X(20).
       77 PRM-NUM-OK            PIC X.
       77 PRM-NUM-VALUE         PIC 9(9)V99.
       77 PRM-MAX-DEC           PIC 9.
       77 PRM-INT-DIGITS        PIC 9(2).
       77 PRM-DEC-DIGITS        PIC 9(2).
       77 PRM-DOT-SEEN          PIC X.
       77 PRM-CX                PIC 9(2).
       77 PRM-DATE-WORD         PIC X(20).
       77 PRM-DATE-OK           PIC X.
       77 PRM-RATE-DIGITS       PIC 9(9).
       77 PRM-RATE-DRIFT        PIC 9(9)V99.
       77 PRM-COUNT-3           PIC 9(3).
       77 PRM-THRESHOLD         PIC 9(7)V99.
       77 PRM-T1                PIC 9(7)V99.
       77 PRM-T2                PIC 9(7)V99.
       77 PRM-ACCOUNT-FOUND     PIC X.
       77 PRM-COUNT             PIC 9(3).
       77 PRM-PENDING-COUNT     PIC 9(3).
       77 PRM-MAX-SEQ           PIC 9(6).
       77 PRM-TARGET-SEQ        PIC 9(6).
       77 PRM-SEQ-ALPHA         PIC 9(6).
       77 PRM-IX                PIC 9(3).
       77 PRM-FOUND-IX          PIC 9(3).
       77 PRM-OVERFLOW          PIC X.
       77 PRM-STAMP             PIC X(21).
       77 PRM-FROM-DATE         PIC X(8).
       77 PRM-TO-DATE           PIC X(8).
       77 PRM-APPLIED-COUNT     PIC 9(5).
       77 PRM-REJECTED-COUNT    PIC 9(5).
       77 PRM-COUNT-ALPHA       PIC Z(4)9.
       77 PRM-OUTCOME           PIC X(8).
       01 PRM-WORDS.
          05 PRM-WORD           PIC X(20) OCCURS 8.
       01 PRM-QUEUE.
          05 PRM-RAW            PIC X(140) OCCURS 200.

       *> Log verification. The walk carries the last sequence
       *> number and chain value seen across every file in turn;
       *> LVR-IN-HEAD is on from a LOGSEQ line until the first line
       *> after its CFW heads, whose own chain is LVR-HEAD-CHAIN.
       *> LVR-SEQ-BEGUN goes on at the first sequenced posting line
       *> - unnumbered lines before it are history from before the
       *> sequence existed, after it they are insertions.
       77 LVR-RUN-OK            PIC X VALUE "N".
       77 LVR-FILE-NAME         PIC X(30).
       77 LVR-LINE              PIC X(166).
       77 LVR-LINE-NO           PIC 9(9).
       77 LVR-LAST-SEQ          PIC 9(9).
       77 LVR-LAST-CHAIN        PIC 9(9).
       77 LVR-HEAD-SEQ          PIC 9(9).
       77 LVR-HEAD-CHAIN        PIC 9(9).
       77 LVR-SEQ               PIC 9(9).
       77 LVR-EXPECT-SEQ        PIC 9(9).
       77 LVR-CHAIN-ALPHA       PIC 9(9).
       77 LVR-IN-HEAD           PIC X.
       77 LVR-SEQ-BEGUN         PIC X.
       77 LVR-FILE-COUNT        PIC 9(5).
       77 LVR-LINE-COUNT        PIC 9(9).
       77 LVR-SEQ-COUNT         PIC 9(9).
       77 LVR-LEGACY-COUNT      PIC 9(9).
       77 LVR-ISSUE-COUNT       PIC 9(7).
       77 LVR-ISSUE             PIC X(90).

       *> Close-out settlement working fields. CLS-ACCOUNT is the
       *> account being closed, CLS-PAYOUT-ACCOUNT where its money
       *> goes and CLS-ROUTE how (ON-BOOK, CLEARING, or NONE when
       *> nothing is left to pay). Every amount is worked out before
       *> the first posting, so a refusal always comes before any
       *> money moves. CLS-TAX and CLS-GROSS also feed the WHT line
       *> the CIN posting writes.
       77 CLS-REG-STATUS        PIC XX.
       77 CLS-ADVICE-NAME       PIC X(30).
       77 CLS-OK                PIC X VALUE "Y".
       77 CLS-POST-OK           PIC X VALUE "Y".
       77 CLS-FOUND             PIC X VALUE "N".
       77 CLS-ACCOUNT           PIC X(6).
       77 CLS-PAYOUT-ACCOUNT    PIC X(6).
       77 CLS-ROUTE             PIC X(8).
       77 CLS-STATUS            PIC X.
       77 CLS-OWNER             PIC X(20).
       77 CLS-CURRENCY          PIC X(3).
       77 CLS-BALANCE           PIC S9(10)V99.
       77 CLS-GROSS             PIC S9(10)V99 VALUE ZERO.
       77 CLS-TAX               PIC S9(10)V99 VALUE ZERO.
       77 CLS-NET               PIC S9(10)V99.
       77 CLS-FEE               PIC S9(10)V99.
       77 CLS-PAYOUT            PIC S9(10)V99.
       77 CLS-CREDITED          PIC 9(10)V99.
       77 CLS-CREDIT-CCY        PIC X(3).
       77 CLS-FROM-DATE         PIC X(8).
       77 CLS-OPEN-DATE         PIC X(8).
       77 CLS-DAYS              PIC S9(6).
       77 CLS-APPR-COUNT        PIC 9(3).
       77 CLS-SO-CANCELLED      PIC 9(3).
       77 CLS-WHS-CANCELLED     PIC 9(3).
       77 CLS-SAVE-ACCOUNT      PIC 9(6).
       77 CLS-SAVE-ACTION       PIC X(3).
       77 CLS-SAVE-AMOUNT       PIC 9(6)V99.
       77 CLS-SAVE-DEST         PIC 9(6).
       77 CLS-PRICED            PIC X VALUE "N".
       77 CLS-STOP-REASON       PIC X(120).
       77 CLS-DAYS-ALPHA        PIC Z(5)9.
       77 CLS-RATE-ALPHA        PIC 9.99.
       77 CLS-COUNT-ALPHA       PIC ZZ9.

       *> --closed-accounts-report working fields: the day's
       *> register lines counted and totalled per currency, and the
       *> day's CLS translog lines counted against them.
       77 CLS-RUN-OK            PIC X VALUE "Y".
       77 CLS-RUN-DATE          PIC X(8).
       77 CLS-RPT-COUNT         PIC 9(5).
       77 CLS-LOG-COUNT         PIC 9(5).
       77 CLS-RPT-IX            PIC 9.
       77 CLS-RPT-ALPHA         PIC Z(4)9.
       01 CLS-RPT-TOTALS.
          05 CLS-RPT-ENTRY OCCURS 2.
             10 CLS-RPT-CCY     PIC X(3).
             10 CLS-RPT-N       PIC 9(5).
             10 CLS-RPT-GROSS   PIC 9(10)V99.
             10 CLS-RPT-TAX     PIC 9(10)V99.
             10 CLS-RPT-FEE     PIC 9(10)V99.
             10 CLS-RPT-PAID    PIC 9(10)V99.

       PROCEDURE DIVISION.

       ACCEPT CMD-ARG FROM COMMAND-LINE.
       UNSTRING CMD-ARG DELIMITED BY ALL SPACES
           INTO CMD-FLAG CMD-ARG2 CMD-ARG3 CMD-ARG4.

       *> The account inquiry only ever reads, so it runs ahead of
       *> the loaders (which create missing parameter files) and of
       *> crash recovery (which rewrites the master) - a clerk can
       *> answer a customer in the middle of the posting window
       *> without taking the accounts lock or touching a file.
       IF FUNCTION TRIM(CMD-FLAG) = "--inquiry"
           PERFORM RUN-ACCOUNT-INQUIRY
           STOP RUN
       END-IF

       PERFORM LOAD-RAI-RATE
       PERFORM LOAD-TAX-RATE
       PERFORM LOAD-INTEREST-TIERS
       PERFORM LOAD-OVERDRAFT-LIMITS
       PERFORM LOAD-VELOCITY-LIMITS
       PERFORM LOAD-FEE-SCHEDULE
       PERFORM LOAD-TD-PENALTY-RATE
       PERFORM LOAD-TELLERS
       PERFORM LOAD-WATCHLIST
       PERFORM RECOVER-FROM-CRASH

       EVALUATE TRUE
               PERFORM RUN-DORMANCY-SWEEP
           WHEN FUNCTION TRIM(CMD-FLAG) = "--archive-log"
               PERFORM RUN-ARCHIVE-LOG
           WHEN FUNCTION TRIM(CMD-FLAG) = "--verify-log"
               PERFORM RUN-VERIFY-LOG
           WHEN FUNCTION TRIM(CMD-FLAG) = "--replay-audit"
               PERFORM RUN-REPLAY-AUDIT
           WHEN FUNCTION TRIM(CMD-FLAG) = "--replay-rebuild"
               PERFORM LOAD-MASTER-FROM-FLAT
           WHEN FUNCTION TRIM(CMD-FLAG) = "--export-master"
               PERFORM EXPORT-MASTER-TO-FLAT
           WHEN FUNCTION TRIM(CMD-FLAG) = "--reversals-report"
               PERFORM RUN-REVERSALS-REPORT
           WHEN FUNCTION TRIM(CMD-FLAG) = "--expire-liens"
               PERFORM RUN-EXPIRE-LIENS
           WHEN FUNCTION TRIM(CMD-FLAG) = "--td-maturity"
               PERFORM RUN-TD-MATURITY
           WHEN FUNCTION TRIM(CMD-FLAG) = "--td-ladder"
               PERFORM RUN-TD-LADDER
           WHEN FUNCTION TRIM(CMD-FLAG) = "--loan-collect"
               PERFORM RUN-LOAN-COLLECTION
           WHEN FUNCTION TRIM(CMD-FLAG) = "--loan-arrears"
               PERFORM RUN-LOAN-ARREARS
           WHEN FUNCTION TRIM(CMD-FLAG) = "--teller-proof"
               PERFORM RUN-TELLER-PROOF
           WHEN FUNCTION TRIM(CMD-FLAG) = "--list-screening"
               PERFORM RUN-LIST-SCREENING
           WHEN FUNCTION TRIM(CMD-FLAG) = "--screen-release"
               PERFORM RUN-SCREEN-RELEASE
           WHEN FUNCTION TRIM(CMD-FLAG) = "--screen-decline"
               PERFORM RUN-SCREEN-DECLINE
           WHEN FUNCTION TRIM(CMD-FLAG) = "--rescreen-customers"
               PERFORM RUN-RESCREEN-CUSTOMERS
           WHEN FUNCTION TRIM(CMD-FLAG) = "--param-propose"
               PERFORM RUN-PARAM-PROPOSE
           WHEN FUNCTION TRIM(CMD-FLAG) = "--param-approve"
               PERFORM RUN-PARAM-APPROVE
           WHEN FUNCTION TRIM(CMD-FLAG) = "--param-reject"
               PERFORM RUN-PARAM-REJECT
           WHEN FUNCTION TRIM(CMD-FLAG) = "--param-list"
               PERFORM RUN-PARAM-LIST
           WHEN FUNCTION TRIM(CMD-FLAG) = "--param-audit"
               PERFORM RUN-PARAM-AUDIT
           WHEN FUNCTION TRIM(CMD-FLAG) = "--closed-accounts-report"
               PERFORM RUN-CLOSED-ACCOUNTS-REPORT
           WHEN OTHER
               PERFORM RUN-SINGLE-TRANSACTION
       END-EVALUATE.
           PERFORM RECOVER-INTERRUPTED-QUEUES
           PERFORM RELEASE-ACCOUNTS-LOCK.

       *> Work files left by a standing-order, pending-approvals,
       *> lien-register, term-deposit, loan, screening-queue or
       *> parameter-change rewrite - or a parameter file's own
       *> rewrite - killed mid-flight: an end marker means the build
       *> finished and the cutover is simply redone; no marker means
       *> the live file was never touched and the partial build is
       *> discarded. Same contract as the journal and TRIMEND.
                       USING "pending_approvals.new"
               END-IF
           END-IF
           OPEN INPUT SCR-NEW-FILE
           IF SCR-NEW-STATUS = "35"
               CLOSE SCR-NEW-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ SCR-NEW-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SCR-NEW-RECORD(1:7) = "*SQEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE SCR-NEW-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-SCREENING-QUEUE
               ELSE
                   CALL "CBL_DELETE_FILE"
                       USING "screening_queue.new"
               END-IF
           END-IF
           OPEN INPUT PRM-NEW-FILE
           IF PRM-NEW-STATUS = "35"
               CLOSE PRM-NEW-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ PRM-NEW-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PRM-NEW-RECORD(1:7) = "*PCEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE PRM-NEW-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-PARAM-QUEUE
               ELSE
                   CALL "CBL_DELETE_FILE"
                       USING "param_changes.new"
               END-IF
           END-IF
           OPEN INPUT PRM-WORK-FILE
           IF PRM-WORK-STATUS = "35"
               CLOSE PRM-WORK-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ PRM-WORK-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PRM-WORK-RECORD(1:7) = "*PFEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE PRM-WORK-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-PARAM-FILE
               ELSE
                   CALL "CBL_DELETE_FILE"
                       USING "param_file.new"
               END-IF
           END-IF
           OPEN INPUT WHS-NEW-FILE
           IF WHS-NEW-STATUS = "35"
               CLOSE WHS-NEW-FILE
                   CALL "CBL_DELETE_FILE"
                       USING "batch.checkpoint.new"
               END-IF
           END-IF
           OPEN INPUT LIEN-NEW-FILE
           IF LIEN-NEW-STATUS = "35"
               CLOSE LIEN-NEW-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ LIEN-NEW-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LIEN-NEW-RECORD(1:7) = "*LNEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE LIEN-NEW-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-LIENS
               ELSE
                   CALL "CBL_DELETE_FILE" USING "liens.new"
               END-IF
           END-IF
           OPEN INPUT TD-NEW-FILE
           IF TD-NEW-STATUS = "35"
               CLOSE TD-NEW-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ TD-NEW-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TD-NEW-RECORD(1:7) = "*TDEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE TD-NEW-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-TERM-DEPOSITS
               ELSE
                   CALL "CBL_DELETE_FILE" USING "termdeposits.new"
               END-IF
           END-IF
           OPEN INPUT LSCH-NEW-FILE
           IF LSCH-NEW-STATUS = "35"
               CLOSE LSCH-NEW-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ LSCH-NEW-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LSCH-NEW-RECORD(1:7) = "*LSEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE LSCH-NEW-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-LOAN-SCHEDULE
               ELSE
                   CALL "CBL_DELETE_FILE" USING "loan_schedule.new"
               END-IF
           END-IF
           OPEN INPUT LOAN-NEW-FILE
           IF LOAN-NEW-STATUS = "35"
               CLOSE LOAN-NEW-FILE
           ELSE
               MOVE "N" TO QNEW-END-FOUND
               PERFORM UNTIL 1 = 2
                   READ LOAN-NEW-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LOAN-NEW-RECORD(1:7) = "*LOEND*"
                               MOVE "Y" TO QNEW-END-FOUND
                           END-IF
               END-PERFORM
               CLOSE LOAN-NEW-FILE
               IF QNEW-END-FOUND = "Y"
                   PERFORM CUTOVER-LOANS
               ELSE
                   CALL "CBL_DELETE_FILE" USING "loans.new"
               END-IF
           END-IF.

       *> A translog.new left on disk means an --archive-log cutover
               WRITE OUT-RECORD
           END-IF
           CLOSE OUT-FILE
           *> Whatever posts after the batch in this run - the rest
           *> of an end-of-day chain - was keyed by nobody.
           MOVE "SYSTEM" TO IN-TELLER
           *> An aborted resume keeps the checkpoint - the batch is
           *> still unfinished and the next run must face the same
           *> question, not restart from zero and double-post.
                   NOT AT END
                       IF CKPT-RECORD(1:6) IS NUMERIC
                           MOVE CKPT-RECORD(1:6) TO CKPT-SKIP-COUNT
                           MOVE CKPT-RECORD(8:61)
                               TO CKPT-LAST-RECORD
                           MOVE "Y" TO CKPT-RESUMING
                       ELSE
           OPEN OUTPUT CKPT-NEW-FILE
           MOVE SPACES TO CKPT-NEW-RECORD
           MOVE TRANSACTION-COUNT TO CKPT-NEW-RECORD(1:6)
           MOVE IN-RECORD TO CKPT-NEW-RECORD(8:61)
           MOVE OUT-RECORD TO CKPT-NEW-RECORD(70:120)
           WRITE CKPT-NEW-RECORD
           MOVE SPACES TO CKPT-NEW-RECORD
           MOVE "*CKEND*" TO CKPT-NEW-RECORD(1:7)
       *> Front-end edit pass: checks every input.txt record before
       *> anything touches the account master - account and amount
       *> fully numeric, a recognized action, destination account
       *> present and numeric on TRF, owner name present on NEW, an
       *> active teller id from tellers.txt on every record, and
       *> duplicate detection within the batch. Clean records flow to
       *> input.clean for posting; bad ones land in rejects.txt with
       *> the original record and a reason code so the branch can
                   WHEN "TRF"
                   WHEN "REA"
                   WHEN "CNM"
                   WHEN "REV"
                   WHEN "LNP"
                   WHEN "LNR"
                   WHEN "TDO"
                   WHEN "TDB"
                   WHEN "LOA"
                       CONTINUE
                   WHEN OTHER
                       MOVE "R02" TO EDIT-REASON
                           TO EDIT-REASON-TEXT
               END-EVALUATE
           END-IF
           *> Nothing posts that nobody can answer for: the record
           *> has to name a teller on file who is still active.
           IF EDIT-REASON = SPACES
               MOVE IN-RECORD(56:6) TO TLR-LOOKUP-ID
               PERFORM FIND-TELLER
               IF TLR-FOUND-IX = ZERO
                   MOVE "R23" TO EDIT-REASON
                   MOVE "TELLER ID UNKNOWN OR INACTIVE"
                       TO EDIT-REASON-TEXT
               ELSE
                   IF TLR-STATUS(TLR-FOUND-IX) NOT = "A"
                       MOVE "R23" TO EDIT-REASON
                       MOVE "TELLER ID UNKNOWN OR INACTIVE"
                           TO EDIT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF EDIT-REASON = SPACES
                   AND IN-RECORD(7:3) NOT = "BAL"
                   AND IN-RECORD(7:3) NOT = "CLS"
                   AND IN-RECORD(7:3) NOT = "REA"
                   AND IN-RECORD(7:3) NOT = "CNM"
                   AND IN-RECORD(7:3) NOT = "LNR"
                   AND IN-RECORD(7:3) NOT = "TDB"
               PERFORM EDIT-CHECK-AMOUNT
               IF EDIT-AMT-OK = "N"
                   MOVE "R03" TO EDIT-REASON
                       TO EDIT-REASON-TEXT
               END-IF
           END-IF
           *> A REV must name the entry it corrects completely -
           *> date, time to the second and one of the reversible
           *> actions - and say who asked for it; a vague reference
           *> could reverse the wrong line.
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "REV"
               IF IN-RECORD(19:6) IS NOT NUMERIC
                       OR IN-RECORD(45:8) = SPACES
                       OR (IN-RECORD(53:3) NOT = "DEP"
                           AND IN-RECORD(53:3) NOT = "WDR"
                           AND IN-RECORD(53:3) NOT = "FEE"
                           AND IN-RECORD(53:3) NOT = "TRF")
                   MOVE "R13" TO EDIT-REASON
                   MOVE "REVERSAL REFERENCE INCOMPLETE"
                       TO EDIT-REASON-TEXT
               ELSE
                   IF IN-RECORD(25:20) = SPACES
                       MOVE "R14" TO EDIT-REASON
                       MOVE "REQUESTED-BY NAME MISSING"
                           TO EDIT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           *> A lien must say why it is held and until when - an
           *> open-ended hold is exactly the forgotten freeze the
           *> expiry run exists to prevent. A release must name the
           *> lien it lifts.
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "LNP"
               IF (IN-RECORD(19:3) NOT = "GAR"
                       AND IN-RECORD(19:3) NOT = "CRD"
                       AND IN-RECORD(19:3) NOT = "COL"
                       AND IN-RECORD(19:3) NOT = "OTH")
                       OR IN-RECORD(22:3) NOT = SPACES
                   MOVE "R15" TO EDIT-REASON
                   MOVE "LIEN REASON CODE INVALID"
                       TO EDIT-REASON-TEXT
               ELSE
                   IF IN-RECORD(45:8) = SPACES
                       MOVE "R16" TO EDIT-REASON
                       MOVE "LIEN EXPIRY DATE MISSING"
                           TO EDIT-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "LNR"
               IF IN-RECORD(19:6) IS NOT NUMERIC
                   MOVE "R17" TO EDIT-REASON
                   MOVE "LIEN ID MISSING OR BAD"
                       TO EDIT-REASON-TEXT
               END-IF
           END-IF
           *> A term deposit's contract is fixed the day it opens, so
           *> every term of it has to be readable off the record: a
           *> term of one to 120 months, a rate above zero keyed as
           *> 99.99, one of the three maturity instructions, and a
           *> payout account that is a number when one is given.
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "TDO"
               IF IN-RECORD(25:3) IS NOT NUMERIC
                       OR IN-RECORD(25:3) = "000"
                       OR IN-RECORD(25:3) > "120"
                       OR IN-RECORD(29:2) IS NOT NUMERIC
                       OR IN-RECORD(31:1) NOT = "."
                       OR IN-RECORD(32:2) IS NOT NUMERIC
                       OR IN-RECORD(29:5) = "00.00"
                   MOVE "R18" TO EDIT-REASON
                   MOVE "DEPOSIT TERM OR RATE INVALID"
                       TO EDIT-REASON-TEXT
               ELSE
                   IF IN-RECORD(35:1) NOT = "P"
                           AND IN-RECORD(35:1) NOT = "R"
                           AND IN-RECORD(35:1) NOT = "C"
                       MOVE "R19" TO EDIT-REASON
                       MOVE "MATURITY INSTRUCTION INVALID"
                           TO EDIT-REASON-TEXT
                   ELSE
                       IF IN-RECORD(19:6) NOT = SPACES
                               AND IN-RECORD(19:6) IS NOT NUMERIC
                           MOVE "R20" TO EDIT-REASON
                           MOVE "PAYOUT ACCOUNT NOT NUMERIC"
                               TO EDIT-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           *> A closure has to say where the settled balance goes -
           *> the money cannot be left on a closed row.
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "CLS"
               IF IN-RECORD(19:6) IS NOT NUMERIC
                       OR IN-RECORD(19:6) = IN-RECORD(1:6)
                   MOVE "R25" TO EDIT-REASON
                   MOVE "PAYOUT ACCOUNT MISSING OR BAD"
                       TO EDIT-REASON-TEXT
               END-IF
           END-IF
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "TDB"
               IF IN-RECORD(19:6) IS NOT NUMERIC
                   MOVE "R21" TO EDIT-REASON
                   MOVE "DEPOSIT NUMBER MISSING OR BAD"
                       TO EDIT-REASON-TEXT
               END-IF
           END-IF
           *> A loan's term runs one to 360 months; its rate is keyed
           *> as 99.99 like a deposit's, but may be zero.
           IF EDIT-REASON = SPACES AND IN-RECORD(7:3) = "LOA"
               IF IN-RECORD(25:3) IS NOT NUMERIC
                       OR IN-RECORD(25:3) = "000"
                       OR IN-RECORD(25:3) > "360"
                       OR IN-RECORD(29:2) IS NOT NUMERIC
                       OR IN-RECORD(31:1) NOT = "."
                       OR IN-RECORD(32:2) IS NOT NUMERIC
                   MOVE "R22" TO EDIT-REASON
                   MOVE "LOAN TERM OR RATE INVALID"
                       TO EDIT-REASON-TEXT
               END-IF
           END-IF
           IF EDIT-REASON = SPACES AND IN-RECORD(45:8) NOT = SPACES
               PERFORM EDIT-CHECK-EFF-DATE
               IF EFF-DATE-OK = "N"

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE IN-RECORD TO REJECT-RECORD(1:61)
           MOVE EDIT-REASON TO REJECT-RECORD(63:3)
           MOVE EDIT-REASON-TEXT TO REJECT-RECORD(67:30)
           WRITE REJECT-RECORD.

       PROCESS-ONE-TRANSACTION.
           *> instead of posting - the release run posts it the day
           *> its date arrives. Blank or past dates post now, which
           *> is what every record meant before the field existed.
           *> A REV's date field names the entry it corrects, and an
           *> LNP's is the lien's expiry - neither is a value date,
           *> so neither ever parks.
           MOVE "N" TO WAREHOUSED
           IF IS-VALID-TRANSACTION = "Y"
                   AND WHS-RELEASE-MODE = "N"
                   AND IN-ACTION NOT = "REV"
                   AND IN-ACTION NOT = "LNP"
                   AND IN-EFF-DATE NOT = SPACES
                   AND IN-EFF-DATE > TODAY-DATE
               PERFORM WAREHOUSE-TRANSACTION
           END-IF

           *> Every name that would enter the customer master - a new
           *> account's owner, or a customer's corrected name - is
           *> screened against the watch list first. A possible match
           *> is held in the screening queue for compliance instead of
           *> posting, unless this very call is compliance releasing
           *> it.
           MOVE "N" TO HELD-FOR-SCREENING
           IF IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
                   AND SCR-RELEASE-MODE = "N"
                   AND (IN-ACTION = "NEW" OR IN-ACTION = "CNM")
               PERFORM SCREEN-INPUT-NAME
           END-IF

           *> A TRF whose destination starts with the "99" routing
           *> prefix is a payment to an account not on our book: it
           *> becomes the internal CLO action - a clearing debit of
               MOVE "Y" TO TRANSFER-OK
           END-IF

           *> A correction is found in translog.txt and proven not
           *> yet reversed before anything posts. It is the bank
           *> putting its own error right, not a customer debit, so
           *> it never meets the approval or velocity controls above
           *> (they only arm on WDR/TRF/CLO).
           IF IN-ACTION = "REV" AND IS-VALID-TRANSACTION = "Y"
               PERFORM VALIDATE-REVERSAL
               IF REV-OK = "N"
                   MOVE "N" TO IS-VALID-TRANSACTION
               END-IF
           END-IF

           IF IN-ACTION = "CNM" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
                   AND HELD-FOR-SCREENING = "N"
               *> A customer amendment touches the customer master,
               *> not an account row - it never enters the keyed
               *> account posting path.
               PERFORM AMEND-CUSTOMER-NAME
           END-IF

           *> Placing or lifting a lien changes what the account may
           *> spend, not what it holds - the register is updated and
           *> the ledger balance never enters the posting path.
           IF IN-ACTION = "LNP" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
               PERFORM PLACE-LIEN
           END-IF
           IF IN-ACTION = "LNR" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
               PERFORM RELEASE-LIEN
           END-IF

           *> Opening or breaking a term deposit drives its own
           *> postings - the funding debit, or the principal and
           *> interest credits - so neither enters the keyed path
           *> below a second time. Money moves between the
           *> customer's own account and the customer's own deposit,
           *> so the approval and velocity controls (armed only on
           *> WDR/TRF/CLO) stay out of it: the payout account has to
           *> belong to the same customer.
           IF IN-ACTION = "TDO" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
               PERFORM OPEN-TERM-DEPOSIT
           END-IF
           IF IN-ACTION = "TDB" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
               PERFORM BREAK-TERM-DEPOSIT
           END-IF
           *> A loan booking drives its own disbursement credit the
           *> same way, once the schedule has been built.
           IF IN-ACTION = "LOA" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
               PERFORM BOOK-LOAN
           END-IF
           *> A closure is a settlement, not a status flip: interest
           *> to the closing date, the closure fee, the payout and
           *> the cancellations each post or rewrite through their
           *> own paths, and the driver holds a payout above the
           *> approval threshold for a supervisor itself, once it
           *> knows what the payout is.
           IF IN-ACTION = "CLS" AND IS-VALID-TRANSACTION = "Y"
                   AND WAREHOUSED = "N"
               PERFORM CLOSE-OUT-ACCOUNT
           END-IF

           IF IS-VALID-TRANSACTION = 'Y' AND TRANSFER-OK = 'Y'
                   AND WAREHOUSED = "N"
                   AND IN-ACTION NOT = "CNM"
                   AND IN-ACTION NOT = "LNP"
                   AND IN-ACTION NOT = "LNR"
                   AND IN-ACTION NOT = "TDO"
                   AND IN-ACTION NOT = "TDB"
                   AND IN-ACTION NOT = "LOA"
                   AND IN-ACTION NOT = "CLS"
                   AND HELD-FOR-APPROVAL = "N"
                   AND VELOCITY-BLOCKED = "N"
                   AND HELD-FOR-SCREENING = "N"
               PERFORM PROCESS-RECORDS
               IF CONTROL-TOTALS-OK = "N"
                   MOVE "TRANSACTION REJECTED: CONTROL TOTAL MISMATCH."
                           MOVE "ACCOUNT CREATED" TO OUT-RECORD
                       ELSE
                           IF IN-ACTION NOT = "TRF"
                                   AND IN-ACTION NOT = "RVT"
                               MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
                           END-IF
                       END-IF
                       IF IN-ACTION = "TRF"
                           MOVE "TRANSFER SUCCESSFUL." TO OUT-RECORD
                       END-IF
                       IF IN-ACTION = "RVT"
                           MOVE "TRANSFER REVERSED." TO OUT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       *> The source may run negative down to its
                       *> authorized overdraft line; an account with
                       *> no line has a zero limit and the original
                       *> behavior. Whatever its liens in force hold
                       *> is not available to move.
                       MOVE IN-ACCOUNT TO OD-LOOKUP-ACCOUNT
                       PERFORM FIND-OVERDRAFT-LIMIT
                       MOVE IN-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
                       PERFORM FIND-ACCOUNT-LIENS
                       COMPUTE OD-AVAILABLE =
                           SRC-BALANCE - LIEN-HELD + OD-LIMIT
                       IF OD-AVAILABLE < IN-AMOUNT
                           MOVE "N" TO TRANSFER-OK
                           MOVE "TRANSFER REJECTED: INSUFFICIENT FUNDS."
               END-IF
           END-IF.

       *> Finds the entry a REV names in translog.txt and proves it
       *> has not been reversed already. Only the live log is
       *> searched - an entry already archived off is past the point
       *> where a keyed correction is the right tool. A transfer is
       *> turned around here, before PROCESS-RECORDS: the internal
       *> RVT action debits the original destination by what it was
       *> credited and credits the original source by what it was
       *> debited, through the same journaled two-leg path as TRF.
       VALIDATE-REVERSAL.
           MOVE "Y" TO REV-OK
           MOVE IN-RECORD(25:20) TO REV-REQUESTED-BY
           IF IN-RECORD(53:3) = "TRF"
               MOVE "TRF-OUT" TO REV-ORIG-CLASS
           ELSE
               MOVE IN-RECORD(53:3) TO REV-ORIG-CLASS
           END-IF
           MOVE IN-AMOUNT TO REV-ORIG-AMOUNT
           MOVE SPACES TO REV-ORIG-STAMP
           PERFORM FIND-REVERSAL-CANDIDATES
           MOVE ZERO TO REV-PICK-IX
           PERFORM VARYING REV-IX FROM 1 BY 1
                   UNTIL REV-IX > REV-CAND-COUNT OR REV-PICK-IX > ZERO
               IF REV-CAND-DONE(REV-IX) = "N"
                   MOVE REV-IX TO REV-PICK-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN REV-CAND-OVERFLOW = "Y"
                   MOVE "N" TO REV-OK
                   MOVE "REVERSAL REJECTED: REFERENCE MATCHES TOO MANY ENTRIES."
                       TO OUT-RECORD
               WHEN REV-CAND-COUNT = ZERO
                   MOVE "N" TO REV-OK
                   MOVE "REVERSAL REJECTED: ORIGINAL ENTRY NOT FOUND."
                       TO OUT-RECORD
               WHEN REV-PICK-IX = ZERO
                   MOVE "N" TO REV-OK
                   MOVE "REVERSAL REJECTED: ENTRY ALREADY REVERSED."
                       TO OUT-RECORD
               WHEN OTHER
                   MOVE REV-CAND-STAMP(REV-PICK-IX) TO REV-ORIG-STAMP
                   IF REV-ORIG-CLASS = "TRF-OUT"
                       PERFORM VALIDATE-TRANSFER-REVERSAL
                   END-IF
           END-EVALUATE.

       FIND-REVERSAL-CANDIDATES.
           MOVE ZERO TO REV-CAND-COUNT
           MOVE "N" TO REV-CAND-OVERFLOW
           MOVE "N" TO REV-WANT-PARTNER
           PERFORM ENSURE-LOG-FILE-EXISTS
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM NOTE-REVERSAL-LOG-LINE
           END-PERFORM
           CLOSE LOG-FILE.

       *> A TRF-OUT line is always followed directly by its credit
       *> leg - both are written under the one accounts lock - so
       *> the next line is the partner to carry along.
       NOTE-REVERSAL-LOG-LINE.
           IF REV-WANT-PARTNER = "Y"
               MOVE "N" TO REV-WANT-PARTNER
               IF LOG-RECORD(7:7) = "TRF-IN"
                   MOVE LOG-RECORD(1:6)
                       TO REV-CAND-PARTNER(REV-CAND-COUNT)
                   MOVE LOG-RECORD(7:7)
                       TO REV-CAND-PARTNER-CLASS(REV-CAND-COUNT)
                   MOVE LOG-RECORD(53:21)
                       TO REV-CAND-PARTNER-STAMP(REV-CAND-COUNT)
                   MOVE FUNCTION NUMVAL(LOG-RECORD(14:13))
                       TO REV-CAND-PARTNER-AMT(REV-CAND-COUNT)
               END-IF
           END-IF
           IF LOG-RECORD(1:6) = IN-RECORD(1:6)
               EVALUATE TRUE
                   WHEN LOG-RECORD(7:7) = REV-ORIG-CLASS
                           AND LOG-RECORD(53:8) = IN-RECORD(45:8)
                           AND LOG-RECORD(61:6) = IN-RECORD(19:6)
                           AND FUNCTION NUMVAL(LOG-RECORD(14:13))
                               = REV-ORIG-AMOUNT
                       IF REV-CAND-COUNT < 50
                           ADD 1 TO REV-CAND-COUNT
                           MOVE LOG-RECORD(53:21)
                               TO REV-CAND-STAMP(REV-CAND-COUNT)
                           MOVE "N" TO REV-CAND-DONE(REV-CAND-COUNT)
                           MOVE SPACES
                               TO REV-CAND-PARTNER(REV-CAND-COUNT)
                           MOVE SPACES
                               TO REV-CAND-PARTNER-CLASS(REV-CAND-COUNT)
                           MOVE SPACES
                               TO REV-CAND-PARTNER-STAMP(REV-CAND-COUNT)
                           MOVE ZERO
                               TO REV-CAND-PARTNER-AMT(REV-CAND-COUNT)
                           IF REV-ORIG-CLASS = "TRF-OUT"
                               MOVE "Y" TO REV-WANT-PARTNER
                           END-IF
                       ELSE
                           MOVE "Y" TO REV-CAND-OVERFLOW
                       END-IF
                   WHEN LOG-RECORD(7:7) = "REV"
                           AND LOG-RECORD(112:7) = REV-ORIG-CLASS
                       PERFORM VARYING REV-IX FROM 1 BY 1
                               UNTIL REV-IX > REV-CAND-COUNT
                           IF REV-CAND-STAMP(REV-IX)
                                   = LOG-RECORD(91:21)
                               MOVE "Y" TO REV-CAND-DONE(REV-IX)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

       *> Both legs must still be on the book and open; the amounts
       *> are the logged ones, so the pair comes back exactly as it
       *> went out.
       VALIDATE-TRANSFER-REVERSAL.
           MOVE REV-CAND-PARTNER(REV-PICK-IX) TO REV-PARTNER-ACCOUNT
           MOVE REV-CAND-PARTNER-CLASS(REV-PICK-IX)
               TO REV-PARTNER-CLASS
           MOVE REV-CAND-PARTNER-STAMP(REV-PICK-IX)
               TO REV-PARTNER-STAMP
           MOVE REV-CAND-PARTNER-AMT(REV-PICK-IX)
               TO REV-PARTNER-AMOUNT
           IF REV-PARTNER-ACCOUNT = SPACES
               MOVE "N" TO REV-OK
               MOVE "REVERSAL REJECTED: TRANSFER CREDIT LEG NOT FOUND."
                   TO OUT-RECORD
           ELSE
               MOVE IN-ACCOUNT TO IN-DEST-ACCOUNT
               MOVE REV-PARTNER-ACCOUNT TO IN-ACCOUNT
               MOVE REV-PARTNER-AMOUNT TO IN-AMOUNT
               MOVE REV-ORIG-AMOUNT TO TRF-CREDIT-AMOUNT
               MOVE "N" TO TRF-CROSS
               PERFORM SCAN-ACCOUNTS-FOR-TRANSFER
               IF SRC-FOUND = "N" OR DST-FOUND = "N"
                   MOVE "N" TO REV-OK
                   MOVE "REVERSAL REJECTED: ACCOUNT NOT FOUND."
                       TO OUT-RECORD
               ELSE
                   IF SRC-STATUS NOT = "O" OR DST-STATUS NOT = "O"
                       MOVE "N" TO REV-OK
                       MOVE "REVERSAL REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE "RVT" TO IN-ACTION
                   END-IF
               END-IF
           END-IF.

       PARSE-INPUT-RECORD.
           MOVE IN-RECORD(1:6) TO IN-ACCOUNT
           MOVE IN-RECORD(7:3) TO IN-ACTION
           MOVE FUNCTION NUMVAL(IN-RECORD(10:9)) TO IN-RAW-AMOUNT
           MOVE IN-RECORD(19:6) TO IN-DEST-ACCOUNT
           MOVE IN-RECORD(25:20) TO IN-OWNER-NAME
           MOVE IN-RECORD(45:8) TO IN-EFF-DATE
           MOVE IN-RECORD(56:6) TO IN-TELLER.

       VALIDATE-TRANSACTION.
           IF IN-RAW-AMOUNT > 999999.99
           MOVE ZERO TO POSTED-KEY-COUNT
           MOVE "Y" TO CONTROL-TOTALS-OK
           PERFORM ENSURE-MASTER-FILE-EXISTS
           IF IN-ACTION = "TRF" OR IN-ACTION = "RVT"
               PERFORM POST-TRANSFER-KEYED
           ELSE
               PERFORM POST-SINGLE-KEYED
           SUBTRACT IN-AMOUNT FROM ACC-BALANCE
           SUBTRACT IN-AMOUNT FROM EXPECTED-NET-CHANGE
           MOVE ACC-ACCOUNT TO LOG-ACCOUNT
           EVALUATE TRUE
               WHEN IN-ACTION = "RVT"
                   *> Reversing a transfer debits the original
                   *> destination - its REV line names the TRF-IN
                   *> leg it takes back.
                   MOVE "REV" TO LOG-ACTION
                   MOVE REV-PARTNER-CLASS TO LOG-REV-CLASS
                   MOVE REV-PARTNER-STAMP TO LOG-REV-STAMP
                   MOVE IN-DEST-ACCOUNT TO LOG-COUNTERPARTY
               WHEN TRF-CROSS = "Y"
                   MOVE "TRX-OUT" TO LOG-ACTION
               WHEN OTHER
                   MOVE "TRF-OUT" TO LOG-ACTION
           END-EVALUATE
           MOVE IN-AMOUNT TO LOG-AMOUNT
           MOVE ACC-BALANCE TO LOG-BAL-AFTER
           PERFORM WRITE-TRANS-LOG
           ADD TRF-CREDIT-AMOUNT TO ACC-BALANCE
           ADD TRF-CREDIT-AMOUNT TO EXPECTED-NET-CHANGE
           MOVE ACC-ACCOUNT TO LOG-ACCOUNT
           EVALUATE TRUE
               WHEN IN-ACTION = "RVT"
                   MOVE "REV" TO LOG-ACTION
                   MOVE REV-ORIG-CLASS TO LOG-REV-CLASS
                   MOVE REV-ORIG-STAMP TO LOG-REV-STAMP
                   MOVE IN-ACCOUNT TO LOG-COUNTERPARTY
               WHEN TRF-CROSS = "Y"
                   MOVE "TRX-IN" TO LOG-ACTION
               WHEN OTHER
                   MOVE "TRF-IN" TO LOG-ACTION
           END-EVALUATE
           MOVE TRF-CREDIT-AMOUNT TO LOG-AMOUNT
           MOVE ACC-BALANCE TO LOG-BAL-AFTER
           PERFORM WRITE-TRANS-LOG
                   PERFORM WRITE-TRANS-LOG
               WHEN IN-ACTION = "WDR"
                   *> An open account may draw down to its authorized
                   *> overdraft line (zero for accounts with none),
                   *> less whatever its liens in force hold.
                   MOVE IN-ACCOUNT TO OD-LOOKUP-ACCOUNT
                   PERFORM FIND-OVERDRAFT-LIMIT
                   MOVE IN-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
                   PERFORM FIND-ACCOUNT-LIENS
                   COMPUTE OD-AVAILABLE =
                       TMP-BALANCE - LIEN-HELD + OD-LIMIT
                   IF OD-AVAILABLE >= IN-AMOUNT
                       MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
               WHEN IN-ACTION = "CLO"
                   *> Outbound clearing debit - the off-book arm of a
                   *> TRF. Same funding rule as WDR (down to the
                   *> authorized overdraft line, less liens in
                   *> force); the CLR-OUT log
                   *> line carries the counterparty account for the
                   *> extract to pick up.
                   IF ACC-STATUS NOT = "O"
                   ELSE
                       MOVE IN-ACCOUNT TO OD-LOOKUP-ACCOUNT
                       PERFORM FIND-OVERDRAFT-LIMIT
                       MOVE IN-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
                       PERFORM FIND-ACCOUNT-LIENS
                       COMPUTE OD-AVAILABLE =
                           TMP-BALANCE - LIEN-HELD + OD-LIMIT
                       IF OD-AVAILABLE >= IN-AMOUNT
                           MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       PERFORM WRITE-TRANS-LOG
                   END-IF
               WHEN IN-ACTION = "FEE"
                   *> Bank-initiated charge driven by --post-fees
                   *> and by a close-out, never by input.txt (the
                   *> edit pass does not recognize it). Unlike WDR it is not stopped by
                   *> the funds check: a charge the balance cannot
                   *> cover posts into overdraft and surfaces on the
                   *> overdrawn report, not back onto the keypunch.
                       MOVE IN-ACCOUNT TO LOG-ACCOUNT
                       PERFORM WRITE-TRANS-LOG
                   END-IF
               WHEN IN-ACTION = "REV"
                   *> Exact mirror of the entry VALIDATE-REVERSAL
                   *> found: a reversed deposit is taken back out, a
                   *> reversed withdrawal or fee is put back. Like
                   *> FEE it is not stopped by the funds check - the
                   *> correction stands even if it overdraws, and the
                   *> overdrawn report picks the account up.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "REVERSAL REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                       IF REV-ORIG-CLASS = "DEP"
                           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                           SUBTRACT IN-AMOUNT
                               FROM EXPECTED-NET-CHANGE
                       ELSE
                           ADD IN-AMOUNT TO TMP-BALANCE
                           ADD IN-AMOUNT TO EXPECTED-NET-CHANGE
                       END-IF
                       MOVE "REVERSAL POSTED." TO OUT-RECORD
                       MOVE "REV" TO LOG-ACTION
                       MOVE IN-AMOUNT TO LOG-AMOUNT
                       MOVE TMP-BALANCE TO LOG-BAL-AFTER
                       MOVE IN-ACCOUNT TO LOG-ACCOUNT
                       MOVE REV-ORIG-CLASS TO LOG-REV-CLASS
                       MOVE REV-ORIG-STAMP TO LOG-REV-STAMP
                       MOVE SPACES TO LOG-COUNTERPARTY
                       PERFORM WRITE-TRANS-LOG
                   END-IF
               WHEN IN-ACTION = "TDO"
                   *> Term-deposit funding debit, driven by OPEN-TERM-
                   *> DEPOSIT. Only money the account really has may
                   *> be placed: the balance less liens in force, with
                   *> no reach into an overdraft line - lending the
                   *> customer money to deposit back with us makes no
                   *> sense.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "TRANSACTION REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE IN-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
                       PERFORM FIND-ACCOUNT-LIENS
                       COMPUTE OD-AVAILABLE = TMP-BALANCE - LIEN-HELD
                       IF OD-AVAILABLE >= IN-AMOUNT
                           MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                           SUBTRACT IN-AMOUNT
                               FROM EXPECTED-NET-CHANGE
                           MOVE "TERM DEPOSIT FUNDED." TO OUT-RECORD
                           MOVE "TD-OPEN" TO LOG-ACTION
                           MOVE IN-AMOUNT TO LOG-AMOUNT
                           MOVE TMP-BALANCE TO LOG-BAL-AFTER
                           MOVE IN-ACCOUNT TO LOG-ACCOUNT
                           MOVE TD-ID-ALPHA TO LOG-COUNTERPARTY
                           MOVE TD-MATURITY TO LOG-SETTLE-DATE
                           PERFORM WRITE-TRANS-LOG
                       ELSE
                           MOVE "Y" TO ACTION-REJECTED
                           MOVE "INSUFFICIENT FUNDS." TO OUT-RECORD
                       END-IF
                   END-IF
               WHEN IN-ACTION = "TDP"
               WHEN IN-ACTION = "TDI"
                   *> Term-deposit principal (TD-PAY at maturity,
                   *> TD-BRK on an early break) or net interest
                   *> (TD-INT) coming back onto the payout account.
                   *> Interest is paid net like the daemon's INT: the
                   *> withheld part gets its own WHT line, gross in
                   *> the before column, so the remittance extract
                   *> and the GL prove it the same way.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "TRANSACTION REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                       ADD IN-AMOUNT TO TMP-BALANCE
                       ADD IN-AMOUNT TO EXPECTED-NET-CHANGE
                       IF IN-ACTION = "TDP"
                           MOVE "TERM DEPOSIT PAID OUT." TO OUT-RECORD
                           MOVE TD-PAY-CLASS TO LOG-ACTION
                       ELSE
                           MOVE "TERM DEPOSIT INTEREST PAID."
                               TO OUT-RECORD
                           MOVE "TD-INT" TO LOG-ACTION
                       END-IF
                       MOVE IN-AMOUNT TO LOG-AMOUNT
                       MOVE TMP-BALANCE TO LOG-BAL-AFTER
                       MOVE IN-ACCOUNT TO LOG-ACCOUNT
                       MOVE TD-ID-ALPHA TO LOG-COUNTERPARTY
                       MOVE TD-MATURITY TO LOG-SETTLE-DATE
                       PERFORM WRITE-TRANS-LOG
                       IF IN-ACTION = "TDI" AND TD-TAX > ZERO
                           MOVE "WHT" TO LOG-ACTION
                           MOVE TD-TAX TO LOG-AMOUNT
                           MOVE TD-GROSS TO LOG-BAL-BEFORE
                           MOVE TMP-BALANCE TO LOG-BAL-AFTER
                           PERFORM WRITE-TRANS-LOG
                       END-IF
                   END-IF
               WHEN IN-ACTION = "CIN"
                   *> Interest accrued to the closing date, driven by
                   *> CLOSE-OUT-ACCOUNT: an INT line for the net and
                   *> a WHT line with the gross in its before column,
                   *> exactly as the daemon books a run's interest,
                   *> so the GL and the remittance extract need no
                   *> new class.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "TRANSACTION REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                       ADD IN-AMOUNT TO TMP-BALANCE
                       ADD IN-AMOUNT TO EXPECTED-NET-CHANGE
                       MOVE "CLOSING INTEREST POSTED." TO OUT-RECORD
                       MOVE "INT" TO LOG-ACTION
                       MOVE IN-AMOUNT TO LOG-AMOUNT
                       MOVE TMP-BALANCE TO LOG-BAL-AFTER
                       MOVE IN-ACCOUNT TO LOG-ACCOUNT
                       PERFORM WRITE-TRANS-LOG
                       IF CLS-TAX > ZERO
                           MOVE "WHT" TO LOG-ACTION
                           MOVE CLS-TAX TO LOG-AMOUNT
                           MOVE CLS-GROSS TO LOG-BAL-BEFORE
                           MOVE TMP-BALANCE TO LOG-BAL-AFTER
                           PERFORM WRITE-TRANS-LOG
                       END-IF
                   END-IF
               WHEN IN-ACTION = "TDR"
                   *> Interest just paid out taken straight back into
                   *> the deposit under a roll-with-interest
                   *> instruction. No funds check - the credit it
                   *> reverses landed a moment ago.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "TRANSACTION REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       SUBTRACT IN-AMOUNT FROM EXPECTED-NET-CHANGE
                       MOVE "TERM DEPOSIT INTEREST ROLLED." TO OUT-RECORD
                       MOVE "TD-ROLL" TO LOG-ACTION
                       MOVE IN-AMOUNT TO LOG-AMOUNT
                       MOVE TMP-BALANCE TO LOG-BAL-AFTER
                       MOVE IN-ACCOUNT TO LOG-ACCOUNT
                       MOVE TD-ID-ALPHA TO LOG-COUNTERPARTY
                       MOVE TD-MATURITY TO LOG-SETTLE-DATE
                       PERFORM WRITE-TRANS-LOG
                   END-IF
               WHEN IN-ACTION = "LOA"
                   *> Loan disbursement, driven by BOOK-LOAN once the
                   *> schedule is built: the principal lent lands on
                   *> the repayment account.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "TRANSACTION REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                       ADD IN-AMOUNT TO TMP-BALANCE
                       ADD IN-AMOUNT TO EXPECTED-NET-CHANGE
                       MOVE "LOAN DISBURSED." TO OUT-RECORD
                       MOVE "LN-DISB" TO LOG-ACTION
                       MOVE IN-AMOUNT TO LOG-AMOUNT
                       MOVE TMP-BALANCE TO LOG-BAL-AFTER
                       MOVE IN-ACCOUNT TO LOG-ACCOUNT
                       MOVE LN-ID-ALPHA TO LOG-COUNTERPARTY
                       MOVE LN-TBL-DUE(1) TO LOG-SETTLE-DATE
                       PERFORM WRITE-TRANS-LOG
                   END-IF
               WHEN IN-ACTION = "LNC"
                   *> Instalment collection, driven by the collection
                   *> run. Same funding rule as WDR - down to the
                   *> authorized overdraft line, less liens in force -
                   *> and an instalment the account cannot cover is
                   *> left due for the arrears report rather than
                   *> forced into overdraft.
                   IF ACC-STATUS NOT = "O"
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "TRANSACTION REJECTED: ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   ELSE
                       MOVE IN-ACCOUNT TO OD-LOOKUP-ACCOUNT
                       PERFORM FIND-OVERDRAFT-LIMIT
                       MOVE IN-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
                       PERFORM FIND-ACCOUNT-LIENS
                       COMPUTE OD-AVAILABLE =
                           TMP-BALANCE - LIEN-HELD + OD-LIMIT
                       IF OD-AVAILABLE >= IN-AMOUNT
                           MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                           SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                           SUBTRACT IN-AMOUNT
                               FROM EXPECTED-NET-CHANGE
                           MOVE "INSTALMENT COLLECTED." TO OUT-RECORD
                           MOVE "LN-COLL" TO LOG-ACTION
                           MOVE IN-AMOUNT TO LOG-AMOUNT
                           MOVE TMP-BALANCE TO LOG-BAL-AFTER
                           MOVE IN-ACCOUNT TO LOG-ACCOUNT
                           MOVE LN-ID-ALPHA TO LOG-COUNTERPARTY
                           MOVE LN-DUE TO LOG-SETTLE-DATE
                           MOVE LN-SCH-PRIN TO LOG-LOAN-PRIN
                           MOVE LN-SCH-INT TO LOG-LOAN-INT
                           PERFORM WRITE-TRANS-LOG
                       ELSE
                           MOVE "Y" TO ACTION-REJECTED
                           MOVE "INSUFFICIENT FUNDS." TO OUT-RECORD
                       END-IF
                   END-IF
               WHEN IN-ACTION = "BAL"
                   PERFORM DISPLAY-BALANCE-WITH-IDR
                   MOVE "BAL" TO LOG-ACTION
                       MOVE "Y" TO ACTION-REJECTED
                       MOVE "ACCOUNT NOT DORMANT." TO OUT-RECORD
                   END-IF
               *> The status flip that ends a close-out, driven by
               *> CLOSE-OUT-ACCOUNT once interest, fee and payout have
               *> brought the balance to nothing - a row is never
               *> closed with money (or a debt) still on it.
               WHEN IN-ACTION = "CLS" AND ACC-STATUS = "C"
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "ACCOUNT ALREADY CLOSED." TO OUT-RECORD
               WHEN IN-ACTION = "CLS" AND ACC-BALANCE NOT = ZERO
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "CLOSE-OUT REFUSED: BALANCE NOT SETTLED."
                       TO OUT-RECORD
               WHEN IN-ACTION = "CLS"
                   MOVE "C" TO TMP-STATUS
                   MOVE "ACCOUNT CLOSED." TO OUT-RECORD
                   MOVE ACC-BALANCE TO LOG-BAL-BEFORE
                   MOVE "CLS" TO LOG-ACTION
                   MOVE ZERO TO LOG-AMOUNT
                   MOVE ACC-BALANCE TO LOG-BAL-AFTER
                   MOVE IN-ACCOUNT TO LOG-ACCOUNT
                   PERFORM WRITE-TRANS-LOG
               WHEN OTHER
                   MOVE "Y" TO ACTION-REJECTED
                   MOVE "UNKNOWN ACTION." TO OUT-RECORD
       *> BAL output is in the account's own currency - an IDR
       *> account's balance IS Rupiah, so converting it again through
       *> the peg would be nonsense; only RAI accounts get the
       *> convenience equivalent. The available balance - what a
       *> debit may take after liens in force and the overdraft
       *> line - sits beside the ledger balance.
       DISPLAY-BALANCE-WITH-IDR.
           MOVE SPACES TO OUT-RECORD
           MOVE IN-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
           MOVE TMP-BALANCE TO LIEN-AVAILABLE
           PERFORM FORMAT-AVAILABLE-BALANCE
           MOVE TMP-BALANCE TO SIGNED-RAI-VALUE
           PERFORM FORMAT-SIGNED-RAI
           IF ACC-CURRENCY = "IDR"
               STRING "IDR BALANCE: Rp" DELIMITED BY SIZE
                      FUNCTION TRIM(SIGNED-RAI-ALPHA)
                          DELIMITED BY SIZE
                      " | AVAILABLE: Rp" DELIMITED BY SIZE
                      FUNCTION TRIM(LIEN-AVAIL-ALPHA)
                          DELIMITED BY SIZE
                      INTO OUT-RECORD
           ELSE
               MOVE "RAI STONE BALANCE: " TO BALANCE-TEXT
               MOVE " | IDR EQUIVALENT: Rp" TO IDR-TEXT
               STRING BALANCE-TEXT DELIMITED BY SIZE
                      FUNCTION TRIM(BALANCE-ALPHA) DELIMITED BY SIZE
                      " | AVAILABLE: " DELIMITED BY SIZE
                      FUNCTION TRIM(LIEN-AVAIL-ALPHA) DELIMITED BY SIZE
                      IDR-TEXT DELIMITED BY SIZE
                      FUNCTION TRIM(IDR-ALPHA) DELIMITED BY SIZE
                      INTO OUT-RECORD
           END-IF.

       *> --trial-balance: one report line per account (RAI balance,
       *> available balance and IDR equivalent) covering the whole
       *> account master, followed by a grand-total line.
       RUN-TRIAL-BALANCE.
           MOVE ZERO TO TB-GRAND-RAI
           MOVE ZERO TO TB-GRAND-IDR
       *> Each line shows the balance in the account's own currency.
       *> RAI accounts keep the IDR convenience equivalent and feed
       *> both grand totals; a native-IDR balance is already Rupiah
       *> and feeds the IDR grand total directly. The available
       *> balance stands beside the ledger one and feeds no total -
       *> the totals are the book, the available figure is a limit.
       WRITE-TRIAL-BALANCE-LINE.
           MOVE SPACES TO TRIAL-BAL-RECORD
           MOVE ACC-ACCOUNT TO TB-ACCOUNT-ALPHA
           MOVE TB-ACCOUNT-ALPHA TO LIEN-LOOKUP-ACCOUNT
           MOVE ACC-BALANCE TO LIEN-AVAILABLE
           PERFORM FORMAT-AVAILABLE-BALANCE
           MOVE ACC-BALANCE TO SIGNED-RAI-VALUE
           PERFORM FORMAT-SIGNED-RAI
           MOVE SIGNED-RAI-ALPHA TO BALANCE-ALPHA
                      TB-ACCOUNT-ALPHA DELIMITED BY SIZE
                      " | IDR BALANCE: Rp" DELIMITED BY SIZE
                      FUNCTION TRIM(BALANCE-ALPHA) DELIMITED BY SIZE
                      " | AVAILABLE: Rp" DELIMITED BY SIZE
                      FUNCTION TRIM(LIEN-AVAIL-ALPHA) DELIMITED BY SIZE
                      INTO TRIAL-BAL-RECORD
               WRITE TRIAL-BAL-RECORD
               ADD ACC-BALANCE TO TB-GRAND-IDR
                      TB-ACCOUNT-ALPHA DELIMITED BY SIZE
                      " | RAI BALANCE: " DELIMITED BY SIZE
                      FUNCTION TRIM(BALANCE-ALPHA) DELIMITED BY SIZE
                      " | AVAILABLE: " DELIMITED BY SIZE
                      FUNCTION TRIM(LIEN-AVAIL-ALPHA) DELIMITED BY SIZE
                      " | IDR EQUIVALENT: Rp" DELIMITED BY SIZE
                      FUNCTION TRIM(IDR-ALPHA) DELIMITED BY SIZE
                      INTO TRIAL-BAL-RECORD

       *> Loads the fee schedule from fees.txt the way the interest
       *> tiers load from tiers.txt - line 1 the monthly maintenance
       *> charge, line 2 the per-withdrawal charge, line 3 the
       *> closure charge. A file from before the closure charge
       *> existed has no line 3 and closes accounts free.
       LOAD-FEE-SCHEDULE.
           PERFORM ENSURE-FEE-FILE-EXISTS
           MOVE ZERO TO FEE-LINE-COUNT
                           WHEN 2
                               MOVE FUNCTION NUMVAL(FEE-RECORD(1:13))
                                   TO FEE-PER-WDR
                           WHEN 3
                               MOVE FUNCTION NUMVAL(FEE-RECORD(1:13))
                                   TO FEE-CLOSURE
                       END-EVALUATE
           END-PERFORM
           CLOSE FEE-FILE.
               MOVE 0.50 TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO FEE-RECORD(1:13)
               WRITE FEE-RECORD
               MOVE ZERO TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO FEE-RECORD(1:13)
               WRITE FEE-RECORD
               CLOSE FEE-FILE
           ELSE
               CLOSE FEE-FILE
                   AND LOG-RECORD(7:7) NOT = "BAL"
                   AND LOG-RECORD(7:7) NOT = "RECERR"
                   AND LOG-RECORD(7:7) NOT = "CFW"
                   AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                   AND LOG-RECORD(7:7) NOT = "HOLD"
                   AND LOG-RECORD(7:7) NOT = "APPREL"
                   AND LOG-RECORD(7:7) NOT = "APPREJ"
                   AND LOG-RECORD(7:7) NOT = "WHSE"
                   AND LOG-RECORD(7:7) NOT = "CNM"
                   AND LOG-RECORD(7:7) NOT = "VELREJ"
                   AND LOG-RECORD(7:7) NOT = "LIEN"
                   AND LOG-RECORD(7:7) NOT = "LIENREL"
                   AND LOG-RECORD(7:7) NOT = "LIENEXP"
                   AND LOG-RECORD(7:7) NOT = "SCRHOLD"
                   AND LOG-RECORD(7:7) NOT = "SCRREL"
                   AND LOG-RECORD(7:7) NOT = "SCRDECL"
               MOVE LOG-RECORD(53:8) TO STMT-LOG-DATE
               EVALUATE TRUE
                   WHEN STMT-LOG-DATE < STMT-FROM-DATE
                   AND LOG-RECORD(7:7) NOT = "BAL"
                   AND LOG-RECORD(7:7) NOT = "RECERR"
                   AND LOG-RECORD(7:7) NOT = "CFW"
                   AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                   AND LOG-RECORD(7:7) NOT = "HOLD"
                   AND LOG-RECORD(7:7) NOT = "APPREL"
                   AND LOG-RECORD(7:7) NOT = "APPREJ"
                   AND LOG-RECORD(7:7) NOT = "WHSE"
                   AND LOG-RECORD(7:7) NOT = "CNM"
                   AND LOG-RECORD(7:7) NOT = "VELREJ"
                   AND LOG-RECORD(7:7) NOT = "LIEN"
                   AND LOG-RECORD(7:7) NOT = "LIENREL"
                   AND LOG-RECORD(7:7) NOT = "LIENEXP"
                   AND LOG-RECORD(7:7) NOT = "SCRHOLD"
                   AND LOG-RECORD(7:7) NOT = "SCRREL"
                   AND LOG-RECORD(7:7) NOT = "SCRDECL"
               MOVE LOG-RECORD(53:8) TO STMT-LOG-DATE
               IF STMT-LOG-DATE >= STMT-FROM-DATE
                       AND STMT-LOG-DATE <= STMT-TO-DATE
                          FUNCTION TRIM(STMT-BAL-ALPHA)
                              DELIMITED BY SIZE
                          INTO STMT-RECORD
                   *> A correction says which entry it takes back, so
                   *> the customer can pair the two lines.
                   IF STMT-LOG-ACTION = "REV"
                       MOVE SPACES TO STMT-REF-ALPHA
                       STRING "  REVERSES " DELIMITED BY SIZE
                              FUNCTION TRIM(LOG-RECORD(112:7))
                                  DELIMITED BY SIZE
                              " OF " DELIMITED BY SIZE
                              LOG-RECORD(91:8) DELIMITED BY SIZE
                              INTO STMT-REF-ALPHA
                       MOVE STMT-REF-ALPHA TO STMT-RECORD(71:30)
                   END-IF
                   *> Term-deposit and loan movements name the deposit
                   *> or loan they belong to.
                   IF STMT-LOG-ACTION(1:3) = "TD-"
                       MOVE SPACES TO STMT-REF-ALPHA
                       STRING "  TERM DEPOSIT " DELIMITED BY SIZE
                              LOG-RECORD(74:6) DELIMITED BY SIZE
                              INTO STMT-REF-ALPHA
                       MOVE STMT-REF-ALPHA TO STMT-RECORD(71:30)
                   END-IF
                   IF STMT-LOG-ACTION(1:3) = "LN-"
                       MOVE SPACES TO STMT-REF-ALPHA
                       STRING "  LOAN " DELIMITED BY SIZE
                              LOG-RECORD(74:6) DELIMITED BY SIZE
                              " DUE " DELIMITED BY SIZE
                              LOG-RECORD(82:8) DELIMITED BY SIZE
                              INTO STMT-REF-ALPHA
                       MOVE STMT-REF-ALPHA TO STMT-RECORD(71:30)
                   END-IF
                   WRITE STMT-RECORD
               END-IF
           END-IF.
       *> standing_orders.new with a *SOEND* end marker: the live
       *> file is only touched once the build is complete on disk,
       *> and RECOVER-FROM-CRASH finishes or discards a work file a
       *> crash leaves behind. An order a closure cancelled (SO-VALID
       *> "C") is the one line the rewrite drops.
       REWRITE-STANDING-ORDERS.
           OPEN OUTPUT SO-NEW-FILE
           PERFORM VARYING SO-JX FROM 1 BY 1 UNTIL SO-JX > SO-COUNT
               IF SO-VALID(SO-JX) NOT = "C"
                   WRITE SO-NEW-RECORD FROM SO-RAW(SO-JX)
               END-IF
           END-PERFORM
           MOVE SPACES TO SO-NEW-RECORD
           MOVE "*SOEND*" TO SO-NEW-RECORD(1:7)
                           WHEN "REA"
                           WHEN "HOLD"
                           WHEN "WHSE"
                           WHEN "TD-OPEN"
                           WHEN "TD-BRK"
                           WHEN "LN-DISB"
                               MOVE LOG-RECORD(53:8) TO DRM-NOTE-DATE
                               PERFORM NOTE-ACCOUNT-ACTIVITY
                           WHEN "CFW"
       *> movement and closing position, folding in CFW lines left
       *> by an earlier archive once they age past the new cutoff.
       *> This pass also takes the original log's independent record
       *> count and amount total (ordinary lines only, CFW and LOGSEQ
       *> excluded) that the post-split footing must reproduce -
       *> taken here, in a different loop from the one that writes
       *> the split files, per the control-total doctrine - and the
       *> sequence number and chain value the archive will close on,
       *> which the new log's LOGSEQ line carries over.
       ARC-AGGREGATE-PASS.
           MOVE ZERO TO ARC-ACCT-COUNT
           MOVE ZERO TO ARC-ORIG-COUNT
           MOVE ZERO TO ARC-ORIG-AMT
           MOVE ZERO TO ARC-TAIL-SEQ
           MOVE ZERO TO ARC-TAIL-CHAIN
           MOVE "N" TO ARC-OVERFLOW
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
                       EXIT PERFORM
                   NOT AT END
                       IF LOG-RECORD(7:7) NOT = "CFW"
                               AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                           ADD 1 TO ARC-ORIG-COUNT
                           ADD FUNCTION NUMVAL(LOG-RECORD(14:13))
                               TO ARC-ORIG-AMT
                       END-IF
                       PERFORM ARC-CLASSIFY-LOG-LINE
                       *> RECERR and LOGSEQ lines carry no account and
                       *> CNM lines key a customer number - none
                       *> belongs in the per-account carry-forward
                       *> table.
                       IF ARC-LINE-OLD = "Y"
                               AND LOG-RECORD(7:7) NOT = "RECERR"
                               AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                               AND LOG-RECORD(7:7) NOT = "CNM"
                           PERFORM ARC-NOTE-ARCHIVED-LINE
                       END-IF
                       *> The main chain runs through every sequenced
                       *> line but the CFW heads, which hang off the
                       *> LOGSEQ line on a chain of their own.
                       IF ARC-LINE-OLD = "Y"
                               AND LOG-RECORD(148:9) IS NUMERIC
                               AND LOG-RECORD(158:9) IS NUMERIC
                               AND LOG-RECORD(7:7) NOT = "CFW"
                           MOVE LOG-RECORD(148:9) TO ARC-TAIL-SEQ
                           MOVE LOG-RECORD(158:9) TO ARC-TAIL-CHAIN
                       END-IF
           END-PERFORM
           CLOSE LOG-FILE.

       *> stamped with its run date, which can postdate a later
       *> rerun's cutoff, and keying on it would leave a stale CFW
       *> live behind the fresh one. CFW lines from before the
       *> cutoff field existed fall back to the run stamp. The old
       *> LOGSEQ line always goes - the new one restates where the
       *> sequence stands.
       ARC-CLASSIFY-LOG-LINE.
           MOVE "N" TO ARC-LINE-OLD
           EVALUATE TRUE
               WHEN LOG-RECORD(7:7) = "LOGSEQ"
                   MOVE "Y" TO ARC-LINE-OLD
               WHEN LOG-RECORD(7:7) = "CFW"
                       AND LOG-RECORD(82:8) IS NUMERIC
                   IF LOG-RECORD(82:8) <= ARC-CUTOFF
                       MOVE "Y" TO ARC-LINE-OLD
                   END-IF
               WHEN OTHER
                   IF LOG-RECORD(53:8) < ARC-CUTOFF
                       MOVE "Y" TO ARC-LINE-OLD
                   END-IF
           END-EVALUATE.

       ARC-NOTE-ARCHIVED-LINE.
           PERFORM ARC-FIND-ACCOUNT
                   WHEN "TRX-IN"
                   WHEN "CLR-IN"
                   WHEN "NEW"
                   WHEN "TD-BRK"
                   WHEN "LN-DISB"
                       ADD 1 TO ARC-REC-COUNT(ARC-FOUND-IX)
                       ADD ARC-LINE-AMT TO ARC-NET(ARC-FOUND-IX)
                       MOVE FUNCTION NUMVAL(LOG-RECORD(40:13))
                       MOVE LOG-RECORD(53:8)
                           TO ARC-LAST-ACT(ARC-FOUND-IX)
                   WHEN "INT"
                   WHEN "TD-PAY"
                   WHEN "TD-INT"
                       *> Daemon interest moves money but is not
                       *> customer activity - it must not refresh
                       *> the last-activity date the dormancy sweep
                       *> reads from the carry-forward. Neither is a
                       *> term deposit the maturity run pays out.
                       ADD 1 TO ARC-REC-COUNT(ARC-FOUND-IX)
                       ADD ARC-LINE-AMT TO ARC-NET(ARC-FOUND-IX)
                       MOVE FUNCTION NUMVAL(LOG-RECORD(40:13))
                           TO ARC-POSITION(ARC-FOUND-IX)
                   WHEN "FEE"
                   WHEN "TD-ROLL"
                   WHEN "LN-COLL"
                       *> Bank-initiated like INT - the net moves the
                       *> other way and the last-activity date is
                       *> equally untouched.
                   WHEN "TRF-OUT"
                   WHEN "TRX-OUT"
                   WHEN "CLR-OUT"
                   WHEN "TD-OPEN"
                       ADD 1 TO ARC-REC-COUNT(ARC-FOUND-IX)
                       SUBTRACT ARC-LINE-AMT
                           FROM ARC-NET(ARC-FOUND-IX)
                           TO ARC-POSITION(ARC-FOUND-IX)
                       MOVE LOG-RECORD(53:8)
                           TO ARC-LAST-ACT(ARC-FOUND-IX)
                   WHEN "REV"
                       *> The bank's own correction - the net moves
                       *> against the entry it names, and like FEE it
                       *> is no sign of life from the customer.
                       ADD 1 TO ARC-REC-COUNT(ARC-FOUND-IX)
                       IF LOG-RECORD(112:7) = "DEP"
                               OR LOG-RECORD(112:7) = "TRF-IN"
                           SUBTRACT ARC-LINE-AMT
                               FROM ARC-NET(ARC-FOUND-IX)
                       ELSE
                           ADD ARC-LINE-AMT TO ARC-NET(ARC-FOUND-IX)
                       END-IF
                       MOVE FUNCTION NUMVAL(LOG-RECORD(40:13))
                           TO ARC-POSITION(ARC-FOUND-IX)
                   WHEN "HOLD"
                   WHEN "WHSE"
                       *> A hold or a warehoused record is customer
                   WHEN "APPREL"
                   WHEN "APPREJ"
                   WHEN "VELREJ"
                   WHEN "LIEN"
                   WHEN "LIENREL"
                   WHEN "LIENEXP"
                   WHEN "SCRHOLD"
                   WHEN "SCRREL"
                   WHEN "SCRDECL"
                       ADD 1 TO ARC-REC-COUNT(ARC-FOUND-IX)
                   WHEN OTHER
                       *> BAL/CLS/DRM move no money but still carry
           END-PERFORM.

       *> Second pass: pre-cutoff records stream to the dated
       *> archive, the rest to translog.new behind the LOGSEQ line
       *> and the fresh CFW head lines. Old CFW lines are archived
       *> with everything else - their content already lives on in
       *> the new head. A CFW line young enough to stay (a rerun at
       *> an earlier cutoff) is resealed onto the new head's chain,
       *> since the LOGSEQ line it hung off has gone to the archive.
       *> Every other kept line keeps its own sequence number and
       *> chain value, the first of them linking straight back to
       *> the archive's last line.
       ARC-SPLIT-PASS.
           MOVE ZERO TO ARC-OLD-CFW-COUNT
           MOVE ZERO TO ARC-NEW-CFW-COUNT
           OPEN OUTPUT ARCH-FILE
           OPEN OUTPUT TRIM-FILE
           PERFORM WRITE-LOG-SEQ-CARRY-LINE
           PERFORM WRITE-CARRY-FORWARD-LINES
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
                               ADD 1 TO ARC-OLD-CFW-COUNT
                           END-IF
                       ELSE
                           MOVE LOG-RECORD TO TRIM-RECORD
                           IF TRIM-RECORD(7:7) = "CFW"
                               PERFORM SEAL-CARRY-FORWARD-LINE
                           END-IF
                           WRITE TRIM-RECORD
                       END-IF
           END-PERFORM
           CLOSE LOG-FILE
           *> translog.txt can be (re)done safely at any time.
           MOVE SPACES TO TRIM-RECORD
           MOVE "TRIMEND" TO TRIM-RECORD(7:7)
           MOVE ARCH-LOG-NAME TO TRIM-RECORD(14:30)
           MOVE ARC-CUTOFF TO TRIM-RECORD(82:8)
           MOVE ARC-TAIL-SEQ TO TRIM-RECORD(148:9)
           MOVE ARC-TAIL-CHAIN TO TRIM-RECORD(158:9)
           WRITE TRIM-RECORD
           CLOSE TRIM-FILE.

       *> The LOGSEQ line heads the new log with the sequence number
       *> and chain value the archive closes on (zeros when nothing
       *> sequenced was archived), and starts the CFW heads' chain.
       WRITE-LOG-SEQ-CARRY-LINE.
           MOVE SPACES TO TRIM-RECORD
           MOVE "000000" TO TRIM-RECORD(1:6)
           MOVE "LOGSEQ" TO TRIM-RECORD(7:7)
           MOVE FUNCTION CURRENT-DATE TO TRIM-RECORD(53:21)
           MOVE ARC-CUTOFF TO TRIM-RECORD(82:8)
           MOVE "SYSTEM" TO TRIM-RECORD(141:6)
           MOVE ARC-TAIL-SEQ TO TRIM-RECORD(148:9)
           MOVE ARC-TAIL-CHAIN TO TRIM-RECORD(158:9)
           WRITE TRIM-RECORD
           MOVE ARC-TAIL-CHAIN TO ARC-HEAD-CHAIN.

       *> A CFW head line takes the carried sequence number and the
       *> next link of the heads' own chain.
       SEAL-CARRY-FORWARD-LINE.
           MOVE ARC-TAIL-SEQ TO TRIM-RECORD(148:9)
           MOVE TRIM-RECORD TO LOG-HASH-LINE
           MOVE ARC-HEAD-CHAIN TO LOG-HASH-PREV
           PERFORM COMPUTE-LOG-CHAIN
           MOVE LOG-HASH-CHAIN TO TRIM-RECORD(158:9)
           MOVE LOG-HASH-CHAIN TO ARC-HEAD-CHAIN.

       WRITE-CARRY-FORWARD-LINES.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           PERFORM VARYING ARC-IX FROM 1 BY 1
               MOVE LOG-TIMESTAMP TO TRIM-RECORD(53:21)
               MOVE ARC-LAST-ACT(ARC-IX) TO TRIM-RECORD(74:8)
               MOVE ARC-CUTOFF TO TRIM-RECORD(82:8)
               PERFORM SEAL-CARRY-FORWARD-LINE
               WRITE TRIM-RECORD
               ADD 1 TO ARC-NEW-CFW-COUNT
           END-PERFORM.
       *> marker is on disk - a crash mid-copy leaves both the
       *> archive file and translog.new intact, and RECOVER-FROM-
       *> CRASH redoes this copy on the next startup. The marker
       *> itself never lands in the live log; what it says about the
       *> archive goes to translog_archives.txt before translog.new
       *> is deleted, so a cutover is never finished without its
       *> archive on the catalog --verify-log walks.
       REPLACE-LIVE-LOG.
           MOVE SPACES TO ARC-CAT-LINE
           OPEN INPUT TRIM-FILE
           OPEN OUTPUT LOG-FILE
           PERFORM UNTIL 1 = 2
                   NOT AT END
                       IF TRIM-RECORD(7:7) NOT = "TRIMEND"
                           WRITE LOG-RECORD FROM TRIM-RECORD
                       ELSE
                           MOVE TRIM-RECORD TO ARC-CAT-LINE
                       END-IF
           END-PERFORM
           CLOSE TRIM-FILE
           CLOSE LOG-FILE
           *> The live log was just rewritten under us.
           MOVE "N" TO LOG-TAIL-KNOWN
           IF ARC-CAT-LINE(14:30) NOT = SPACES
               PERFORM CATALOG-ARCHIVE
           END-IF
           CALL "CBL_DELETE_FILE" USING "translog.new".

       *> One line per dated archive, in cutover order: its name
       *> (1-30), cutoff (32-39), closing sequence number (41-49)
       *> and chain value (51-59), and when it was entered (61-81).
       *> A copy redone after a crash finds its archive already
       *> entered and adds nothing.
       CATALOG-ARCHIVE.
           MOVE "N" TO ARC-CAT-FOUND
           OPEN INPUT LOG-CAT-FILE
           IF LOG-CAT-STATUS = "35"
               CLOSE LOG-CAT-FILE
               OPEN OUTPUT LOG-CAT-FILE
               CLOSE LOG-CAT-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ LOG-CAT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LOG-CAT-RECORD(1:30)
                                   = ARC-CAT-LINE(14:30)
                               MOVE "Y" TO ARC-CAT-FOUND
                           END-IF
               END-PERFORM
               CLOSE LOG-CAT-FILE
           END-IF
           IF ARC-CAT-FOUND = "N"
               MOVE SPACES TO LOG-CAT-RECORD
               MOVE ARC-CAT-LINE(14:30) TO LOG-CAT-RECORD(1:30)
               MOVE ARC-CAT-LINE(82:8) TO LOG-CAT-RECORD(32:8)
               MOVE ARC-CAT-LINE(148:9) TO LOG-CAT-RECORD(41:9)
               MOVE ARC-CAT-LINE(158:9) TO LOG-CAT-RECORD(51:9)
               MOVE FUNCTION CURRENT-DATE TO LOG-CAT-RECORD(61:21)
               OPEN EXTEND LOG-CAT-FILE
               WRITE LOG-CAT-RECORD
               CLOSE LOG-CAT-FILE
           END-IF.

       *> Foots the move against what actually landed on disk: the
       *> dated archive and the cutover's live log are re-read
       *> independently of the loop that wrote them, and the report
                       EXIT PERFORM
                   NOT AT END
                       IF ARCH-RECORD(7:7) NOT = "CFW"
                               AND ARCH-RECORD(7:7) NOT = "LOGSEQ"
                           ADD 1 TO ARC-ARCH-COUNT
                           ADD FUNCTION NUMVAL(ARCH-RECORD(14:13))
                               TO ARC-ARCH-AMT
                       EXIT PERFORM
                   NOT AT END
                       IF LOG-RECORD(7:7) NOT = "CFW"
                               AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                           ADD 1 TO ARC-LIVE-COUNT
                           ADD FUNCTION NUMVAL(LOG-RECORD(14:13))
                               TO ARC-LIVE-AMT
                  INTO ARC-REPORT-RECORD
           WRITE ARC-REPORT-RECORD
           MOVE SPACES TO ARC-REPORT-RECORD
           STRING "LOG SEQUENCE CARRIED OVER AT " DELIMITED BY SIZE
                  ARC-TAIL-SEQ DELIMITED BY SIZE
                  " CHAIN " DELIMITED BY SIZE
                  ARC-TAIL-CHAIN DELIMITED BY SIZE
                  INTO ARC-REPORT-RECORD
           WRITE ARC-REPORT-RECORD
           MOVE SPACES TO ARC-REPORT-RECORD
           MOVE ARC-ORIG-COUNT TO ARC-COUNT-ALPHA
           MOVE ARC-ORIG-AMT TO ARC-AMT-FORMATTED
           MOVE ARC-AMT-FORMATTED TO ARC-AMT-ALPHA
           END-IF
           WRITE ARC-REPORT-RECORD.

       *> --verify-log: walks the dated archives in catalog order and
       *> then translog.txt as one log, proving the sequence runs on
       *> with no gap or duplicate and that every line's chain value
       *> is the one its predecessor and its own content give. Each
       *> finding names the file and line number; the walk takes up
       *> again from the line it reports, so one tampered line is
       *> one finding, not a cascade. Held under the accounts lock
       *> so no append or cutover moves the files mid-walk.
       RUN-VERIFY-LOG.
           MOVE "N" TO LVR-RUN-OK
           MOVE ZERO TO LVR-FILE-COUNT
           MOVE ZERO TO LVR-LINE-COUNT
           MOVE ZERO TO LVR-SEQ-COUNT
           MOVE ZERO TO LVR-LEGACY-COUNT
           MOVE ZERO TO LVR-ISSUE-COUNT
           MOVE ZERO TO LVR-LAST-SEQ
           MOVE ZERO TO LVR-LAST-CHAIN
           MOVE ZERO TO LVR-HEAD-SEQ
           MOVE ZERO TO LVR-HEAD-CHAIN
           MOVE "N" TO LVR-IN-HEAD
           MOVE "N" TO LVR-SEQ-BEGUN
           OPEN OUTPUT LVR-REPORT-FILE
           MOVE SPACES TO LVR-REPORT-RECORD
           STRING "TRANSLOG VERIFICATION RUN " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE DELIMITED BY SIZE
                  INTO LVR-REPORT-RECORD
           WRITE LVR-REPORT-RECORD
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM ENSURE-LOG-FILE-EXISTS
           OPEN INPUT LOG-CAT-FILE
           IF LOG-CAT-STATUS = "35"
               CLOSE LOG-CAT-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ LOG-CAT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LOG-CAT-RECORD(1:30) NOT = SPACES
                               PERFORM VERIFY-ARCHIVE-FILE
                           END-IF
               END-PERFORM
               CLOSE LOG-CAT-FILE
           END-IF
           MOVE "translog.txt" TO LVR-FILE-NAME
           ADD 1 TO LVR-FILE-COUNT
           MOVE ZERO TO LVR-LINE-NO
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LOG-RECORD TO LVR-LINE
                       PERFORM VERIFY-ONE-LOG-LINE
           END-PERFORM
           CLOSE LOG-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK
           PERFORM WRITE-LOG-VERIFY-SUMMARY
           CLOSE LVR-REPORT-FILE
           IF LVR-ISSUE-COUNT = ZERO
               MOVE "Y" TO LVR-RUN-OK
           END-IF.

       *> One catalogued archive. Where it closes must also be where
       *> the catalog says it closed when it was cut - a trimmed
       *> tail shows up here even before the next file's LOGSEQ
       *> line disagrees.
       VERIFY-ARCHIVE-FILE.
           MOVE LOG-CAT-RECORD(1:30) TO ARCH-LOG-NAME
           MOVE LOG-CAT-RECORD(1:30) TO LVR-FILE-NAME
           ADD 1 TO LVR-FILE-COUNT
           MOVE ZERO TO LVR-LINE-NO
           OPEN INPUT ARCH-FILE
           IF ARCH-FILE-STATUS = "35"
               CLOSE ARCH-FILE
               MOVE "ARCHIVE NAMED ON translog_archives.txt IS MISSING"
                   TO LVR-ISSUE
               PERFORM NOTE-LOG-VERIFY-ISSUE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ ARCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE ARCH-RECORD TO LVR-LINE
                           PERFORM VERIFY-ONE-LOG-LINE
               END-PERFORM
               CLOSE ARCH-FILE
               IF LOG-CAT-RECORD(41:9) NOT = LVR-LAST-SEQ
                       OR LOG-CAT-RECORD(51:9) NOT = LVR-LAST-CHAIN
                   MOVE SPACES TO LVR-ISSUE
                   STRING "ARCHIVE CLOSES AT SEQUENCE " DELIMITED BY SIZE
                          LVR-LAST-SEQ DELIMITED BY SIZE
                          " CHAIN " DELIMITED BY SIZE
                          LVR-LAST-CHAIN DELIMITED BY SIZE
                          ", CATALOG SAYS " DELIMITED BY SIZE
                          LOG-CAT-RECORD(41:9) DELIMITED BY SIZE
                          " CHAIN " DELIMITED BY SIZE
                          LOG-CAT-RECORD(51:9) DELIMITED BY SIZE
                          INTO LVR-ISSUE
                   PERFORM NOTE-LOG-VERIFY-ISSUE
               END-IF
           END-IF.

       *> Unnumbered lines are history from before the sequence
       *> existed until the first sequenced posting line; after it
       *> they can only have been put there by hand.
       VERIFY-ONE-LOG-LINE.
           ADD 1 TO LVR-LINE-NO
           ADD 1 TO LVR-LINE-COUNT
           EVALUATE TRUE
               WHEN LVR-LINE(148:9) = SPACES
                   IF LVR-SEQ-BEGUN = "Y"
                       MOVE "LINE CARRIES NO SEQUENCE NUMBER"
                           TO LVR-ISSUE
                       PERFORM NOTE-LOG-VERIFY-ISSUE
                   ELSE
                       ADD 1 TO LVR-LEGACY-COUNT
                   END-IF
               WHEN LVR-LINE(148:9) IS NOT NUMERIC
                   MOVE "SEQUENCE NUMBER IS DAMAGED" TO LVR-ISSUE
                   PERFORM NOTE-LOG-VERIFY-ISSUE
               WHEN LVR-LINE(7:7) = "LOGSEQ"
                   PERFORM VERIFY-LOG-SEQ-CARRY
               WHEN LVR-LINE(7:7) = "CFW"
                   PERFORM VERIFY-CARRY-FORWARD-LINK
               WHEN OTHER
                   PERFORM VERIFY-LOG-LINK
           END-EVALUATE.

       *> A LOGSEQ line must restate exactly where the file before it
       *> closed. The walk goes on from what the line carries.
       VERIFY-LOG-SEQ-CARRY.
           ADD 1 TO LVR-SEQ-COUNT
           MOVE LVR-LINE(148:9) TO LVR-SEQ
           IF LVR-SEQ NOT = LVR-LAST-SEQ
                   OR LVR-LINE(158:9) NOT = LVR-LAST-CHAIN
               MOVE SPACES TO LVR-ISSUE
               STRING "LOGSEQ CARRIES " DELIMITED BY SIZE
                      LVR-SEQ DELIMITED BY SIZE
                      " CHAIN " DELIMITED BY SIZE
                      LVR-LINE(158:9) DELIMITED BY SIZE
                      ", LOG BEFORE IT CLOSES AT " DELIMITED BY SIZE
                      LVR-LAST-SEQ DELIMITED BY SIZE
                      " CHAIN " DELIMITED BY SIZE
                      LVR-LAST-CHAIN DELIMITED BY SIZE
                      INTO LVR-ISSUE
               PERFORM NOTE-LOG-VERIFY-ISSUE
           END-IF
           MOVE LVR-SEQ TO LVR-LAST-SEQ
           IF LVR-LINE(158:9) IS NUMERIC
               MOVE LVR-LINE(158:9) TO LVR-LAST-CHAIN
           END-IF
           MOVE LVR-LAST-SEQ TO LVR-HEAD-SEQ
           MOVE LVR-LAST-CHAIN TO LVR-HEAD-CHAIN
           MOVE "Y" TO LVR-IN-HEAD.

       *> CFW heads sit straight behind their LOGSEQ line, repeat its
       *> sequence number and run a chain of their own from its
       *> chain value.
       VERIFY-CARRY-FORWARD-LINK.
           ADD 1 TO LVR-SEQ-COUNT
           MOVE LVR-LINE(148:9) TO LVR-SEQ
           IF LVR-IN-HEAD = "N"
               MOVE "CARRY-FORWARD LINE OUTSIDE THE HEAD OF THE LOG"
                   TO LVR-ISSUE
               PERFORM NOTE-LOG-VERIFY-ISSUE
           ELSE
               IF LVR-SEQ NOT = LVR-HEAD-SEQ
                   MOVE SPACES TO LVR-ISSUE
                   STRING "CARRY-FORWARD SEQUENCE " DELIMITED BY SIZE
                          LVR-SEQ DELIMITED BY SIZE
                          " IS NOT THE LOGSEQ LINE'S " DELIMITED BY SIZE
                          LVR-HEAD-SEQ DELIMITED BY SIZE
                          INTO LVR-ISSUE
                   PERFORM NOTE-LOG-VERIFY-ISSUE
               END-IF
               MOVE LVR-LINE TO LOG-HASH-LINE
               MOVE LVR-HEAD-CHAIN TO LOG-HASH-PREV
               PERFORM COMPUTE-LOG-CHAIN
               MOVE LOG-HASH-CHAIN TO LVR-CHAIN-ALPHA
               IF LVR-LINE(158:9) NOT = LVR-CHAIN-ALPHA
                   MOVE SPACES TO LVR-ISSUE
                   STRING "BROKEN CHAIN LINK ON CARRY-FORWARD FOR "
                              DELIMITED BY SIZE
                          LVR-LINE(1:6) DELIMITED BY SIZE
                          INTO LVR-ISSUE
                   PERFORM NOTE-LOG-VERIFY-ISSUE
               END-IF
               IF LVR-LINE(158:9) IS NUMERIC
                   MOVE LVR-LINE(158:9) TO LVR-HEAD-CHAIN
               ELSE
                   MOVE LOG-HASH-CHAIN TO LVR-HEAD-CHAIN
               END-IF
           END-IF.

       *> Every other sequenced line must be the next number and
       *> carry the chain value folded from the previous line's. A
       *> number at or below the last one seen is a duplicate (or a
       *> line moved) and is stepped over; a jump is a gap, and the
       *> walk resumes from the line that follows it.
       VERIFY-LOG-LINK.
           MOVE "N" TO LVR-IN-HEAD
           MOVE "Y" TO LVR-SEQ-BEGUN
           ADD 1 TO LVR-SEQ-COUNT
           MOVE LVR-LINE(148:9) TO LVR-SEQ
           COMPUTE LVR-EXPECT-SEQ = LVR-LAST-SEQ + 1
           EVALUATE TRUE
               WHEN LVR-SEQ = LVR-EXPECT-SEQ
                   MOVE LVR-LINE TO LOG-HASH-LINE
                   MOVE LVR-LAST-CHAIN TO LOG-HASH-PREV
                   PERFORM COMPUTE-LOG-CHAIN
                   MOVE LOG-HASH-CHAIN TO LVR-CHAIN-ALPHA
                   IF LVR-LINE(158:9) NOT = LVR-CHAIN-ALPHA
                       MOVE SPACES TO LVR-ISSUE
                       STRING "BROKEN CHAIN LINK AT SEQUENCE "
                                  DELIMITED BY SIZE
                              LVR-SEQ DELIMITED BY SIZE
                              INTO LVR-ISSUE
                       PERFORM NOTE-LOG-VERIFY-ISSUE
                   END-IF
                   MOVE LVR-SEQ TO LVR-LAST-SEQ
                   IF LVR-LINE(158:9) IS NUMERIC
                       MOVE LVR-LINE(158:9) TO LVR-LAST-CHAIN
                   ELSE
                       MOVE LOG-HASH-CHAIN TO LVR-LAST-CHAIN
                   END-IF
               WHEN LVR-SEQ < LVR-EXPECT-SEQ
                   MOVE SPACES TO LVR-ISSUE
                   STRING "DUPLICATE OR OUT-OF-ORDER SEQUENCE "
                              DELIMITED BY SIZE
                          LVR-SEQ DELIMITED BY SIZE
                          " AFTER " DELIMITED BY SIZE
                          LVR-LAST-SEQ DELIMITED BY SIZE
                          INTO LVR-ISSUE
                   PERFORM NOTE-LOG-VERIFY-ISSUE
               WHEN OTHER
                   MOVE SPACES TO LVR-ISSUE
                   STRING "SEQUENCE GAP: EXPECTED " DELIMITED BY SIZE
                          LVR-EXPECT-SEQ DELIMITED BY SIZE
                          " FOUND " DELIMITED BY SIZE
                          LVR-SEQ DELIMITED BY SIZE
                          INTO LVR-ISSUE
                   PERFORM NOTE-LOG-VERIFY-ISSUE
                   MOVE LVR-SEQ TO LVR-LAST-SEQ
                   IF LVR-LINE(158:9) IS NUMERIC
                       MOVE LVR-LINE(158:9) TO LVR-LAST-CHAIN
                   END-IF
           END-EVALUATE.

       NOTE-LOG-VERIFY-ISSUE.
           ADD 1 TO LVR-ISSUE-COUNT
           MOVE SPACES TO LVR-REPORT-RECORD
           STRING FUNCTION TRIM(LVR-FILE-NAME) DELIMITED BY SIZE
                  " LINE " DELIMITED BY SIZE
                  LVR-LINE-NO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(LVR-ISSUE) DELIMITED BY SIZE
                  INTO LVR-REPORT-RECORD
           WRITE LVR-REPORT-RECORD.

       WRITE-LOG-VERIFY-SUMMARY.
           MOVE SPACES TO LVR-REPORT-RECORD
           STRING "FILES WALKED: " DELIMITED BY SIZE
                  LVR-FILE-COUNT DELIMITED BY SIZE
                  " LINES READ: " DELIMITED BY SIZE
                  LVR-LINE-COUNT DELIMITED BY SIZE
                  " SEQUENCED: " DELIMITED BY SIZE
                  LVR-SEQ-COUNT DELIMITED BY SIZE
                  " UNNUMBERED FROM BEFORE THE SEQUENCE: "
                      DELIMITED BY SIZE
                  LVR-LEGACY-COUNT DELIMITED BY SIZE
                  INTO LVR-REPORT-RECORD
           WRITE LVR-REPORT-RECORD
           MOVE SPACES TO LVR-REPORT-RECORD
           STRING "LOG CLOSES AT SEQUENCE " DELIMITED BY SIZE
                  LVR-LAST-SEQ DELIMITED BY SIZE
                  " CHAIN " DELIMITED BY SIZE
                  LVR-LAST-CHAIN DELIMITED BY SIZE
                  INTO LVR-REPORT-RECORD
           WRITE LVR-REPORT-RECORD
           MOVE SPACES TO LVR-REPORT-RECORD
           IF LVR-ISSUE-COUNT = ZERO
               MOVE "VERIFIED: NO SEQUENCE GAP, DUPLICATE OR BROKEN CHAIN LINK."
                   TO LVR-REPORT-RECORD
           ELSE
               STRING "FINDINGS: " DELIMITED BY SIZE
                      LVR-ISSUE-COUNT DELIMITED BY SIZE
                      " - THE LOG HAS BEEN ALTERED OR DAMAGED."
                          DELIMITED BY SIZE
                      INTO LVR-REPORT-RECORD
           END-IF
           WRITE LVR-REPORT-RECORD.

       *> --replay-audit: rebuilds every account's balance forward
       *> from translog.txt and compares the result against the live
       *> master row - the control totals prove each individual
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       *> HOLD/APPREL/APPREJ/WHSE, the lien lines
                       *> and the screening lines are control-trail
                       *> events carrying no balances - they replay as nothing,
                       *> like BAL inquiries.
                       IF LOG-RECORD(7:7) NOT = "RECERR"
                               AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                               AND LOG-RECORD(7:7) NOT = "BAL"
                               AND LOG-RECORD(7:7) NOT = "HOLD"
                               AND LOG-RECORD(7:7) NOT = "APPREL"
                               AND LOG-RECORD(7:7) NOT = "WHSE"
                               AND LOG-RECORD(7:7) NOT = "CNM"
                               AND LOG-RECORD(7:7) NOT = "VELREJ"
                               AND LOG-RECORD(7:7) NOT = "LIEN"
                               AND LOG-RECORD(7:7) NOT = "LIENREL"
                               AND LOG-RECORD(7:7) NOT = "LIENEXP"
                               AND LOG-RECORD(7:7) NOT = "SCRHOLD"
                               AND LOG-RECORD(7:7) NOT = "SCRREL"
                               AND LOG-RECORD(7:7) NOT = "SCRDECL"
                           PERFORM REPLAY-ONE-LOG-LINE
                       END-IF
           END-PERFORM
                   WHEN "TRX-IN"
                   WHEN "CLR-IN"
                   WHEN "INT"
                   WHEN "TD-PAY"
                   WHEN "TD-BRK"
                   WHEN "TD-INT"
                   WHEN "LN-DISB"
                       ADD REP-LINE-AMT
                           TO REP-BALANCE(REP-FOUND-IX)
                   WHEN "WDR"
                   WHEN "TRX-OUT"
                   WHEN "CLR-OUT"
                   WHEN "FEE"
                   WHEN "TD-OPEN"
                   WHEN "TD-ROLL"
                   WHEN "LN-COLL"
                       SUBTRACT REP-LINE-AMT
                           FROM REP-BALANCE(REP-FOUND-IX)
                   WHEN "REV"
                       *> A correction moves the balance the opposite
                       *> way to the entry it names at 112.
                       IF LOG-RECORD(112:7) = "DEP"
                               OR LOG-RECORD(112:7) = "TRF-IN"
                           SUBTRACT REP-LINE-AMT
                               FROM REP-BALANCE(REP-FOUND-IX)
                       ELSE
                           ADD REP-LINE-AMT
                               TO REP-BALANCE(REP-FOUND-IX)
                       END-IF
                   WHEN "CLS"
                       MOVE "C" TO REP-STATUS(REP-FOUND-IX)
                   WHEN "DRM"
                   IF GL-TRFOUT-AMT NOT = GL-TRFIN-AMT
                           OR GL-TRFOUT-COUNT NOT = GL-TRFIN-COUNT
                       MOVE "TRANSFERS" TO GL-BROKEN-CLASS
                   END-IF
                   IF GL-RVTOUT-AMT NOT = GL-RVTIN-AMT
                           OR GL-RVTOUT-COUNT NOT = GL-RVTIN-COUNT
                       MOVE "REVERSALS" TO GL-BROKEN-CLASS
                   END-IF
                   IF GL-BROKEN-CLASS NOT = SPACES
                       PERFORM REFUSE-GL-EXTRACT
                   ELSE
                       PERFORM WRITE-GL-EXTRACT-FILE
                       PERFORM WRITE-GL-SUCCESS-REPORT
                       PERFORM WRITE-GL-LOAN-BOOK-LINE
                   END-IF
               END-IF
               PERFORM RELEASE-ACCOUNTS-LOCK
           MOVE ZERO TO GL-CLRIN-AMT
           MOVE ZERO TO GL-WHT-COUNT
           MOVE ZERO TO GL-WHT-AMT
           MOVE ZERO TO GL-RVDEP-COUNT
           MOVE ZERO TO GL-RVDEP-AMT
           MOVE ZERO TO GL-RVWDR-COUNT
           MOVE ZERO TO GL-RVWDR-AMT
           MOVE ZERO TO GL-RVFEE-COUNT
           MOVE ZERO TO GL-RVFEE-AMT
           MOVE ZERO TO GL-RVTOUT-COUNT
           MOVE ZERO TO GL-RVTOUT-AMT
           MOVE ZERO TO GL-RVTIN-COUNT
           MOVE ZERO TO GL-RVTIN-AMT
           MOVE ZERO TO GL-TDO-COUNT
           MOVE ZERO TO GL-TDO-AMT
           MOVE ZERO TO GL-TDP-COUNT
           MOVE ZERO TO GL-TDP-AMT
           MOVE ZERO TO GL-TDI-COUNT
           MOVE ZERO TO GL-TDI-AMT
           MOVE ZERO TO GL-TDR-COUNT
           MOVE ZERO TO GL-TDR-AMT
           MOVE ZERO TO GL-LND-COUNT
           MOVE ZERO TO GL-LND-AMT
           MOVE ZERO TO GL-LNC-COUNT
           MOVE ZERO TO GL-LNP-AMT
           MOVE ZERO TO GL-LNI-AMT
           MOVE SPACES TO GL-BROKEN-CLASS
           PERFORM LOAD-TAX-RATE-TABLE
           PERFORM ENSURE-LOG-FILE-EXISTS
                   IF TAX-PROVE-AMT NOT = GL-LINE-AMT
                       MOVE "WITHHOLDING" TO GL-BROKEN-CLASS
                   END-IF
               WHEN "REV"
                   PERFORM ACCUMULATE-ONE-GL-REVERSAL
               WHEN "TD-OPEN"
               WHEN "TD-ROLL"
                   *> Money leaving the account for a term deposit -
                   *> a new placement or interest taken back into
                   *> one.
                   IF LOG-RECORD(7:7) = "TD-OPEN"
                       ADD 1 TO GL-TDO-COUNT
                       ADD GL-LINE-AMT TO GL-TDO-AMT
                   ELSE
                       ADD 1 TO GL-TDR-COUNT
                       ADD GL-LINE-AMT TO GL-TDR-AMT
                   END-IF
                   COMPUTE GL-LINE-DELTA =
                       GL-LINE-BEFORE - GL-LINE-AFTER
                   IF GL-LINE-DELTA NOT = GL-LINE-AMT
                       MOVE "TERM DEPOSIT" TO GL-BROKEN-CLASS
                   END-IF
               WHEN "TD-PAY"
               WHEN "TD-BRK"
                   *> Principal coming back at maturity or on an
                   *> early break leaves the term book the same way.
                   ADD 1 TO GL-TDP-COUNT
                   ADD GL-LINE-AMT TO GL-TDP-AMT
                   IF GL-LINE-DELTA NOT = GL-LINE-AMT
                       MOVE "TERM DEPOSIT" TO GL-BROKEN-CLASS
                   END-IF
               WHEN "TD-INT"
                   ADD 1 TO GL-TDI-COUNT
                   ADD GL-LINE-AMT TO GL-TDI-AMT
                   IF GL-LINE-DELTA NOT = GL-LINE-AMT
                       MOVE "TERM DEPOSIT" TO GL-BROKEN-CLASS
                   END-IF
               WHEN "LN-DISB"
                   ADD 1 TO GL-LND-COUNT
                   ADD GL-LINE-AMT TO GL-LND-AMT
                   IF GL-LINE-DELTA NOT = GL-LINE-AMT
                       MOVE "LOANS" TO GL-BROKEN-CLASS
                   END-IF
               WHEN "LN-COLL"
                   *> A collection is one debit split two ways - the
                   *> split has to foot to the amount as well.
                   MOVE FUNCTION NUMVAL(LOG-RECORD(91:13))
                       TO GL-LINE-PRIN
                   MOVE FUNCTION NUMVAL(LOG-RECORD(105:13))
                       TO GL-LINE-INT
                   ADD 1 TO GL-LNC-COUNT
                   ADD GL-LINE-PRIN TO GL-LNP-AMT
                   ADD GL-LINE-INT TO GL-LNI-AMT
                   COMPUTE GL-LINE-DELTA =
                       GL-LINE-BEFORE - GL-LINE-AFTER
                   IF GL-LINE-DELTA NOT = GL-LINE-AMT
                           OR GL-LINE-PRIN + GL-LINE-INT
                               NOT = GL-LINE-AMT
                       MOVE "LOANS" TO GL-BROKEN-CLASS
                   END-IF
               WHEN OTHER
                   *> BAL, CLS, DRM, REA, CFW, LOGSEQ, RECERR and
                   *> the lien lines move no money and post nothing
                   *> to the ledger.
                   CONTINUE
           END-EVALUATE.

       *> A REV line is classed by the entry it names (carried at
       *> 112) and proven in the opposite direction to it: reversed
       *> deposits and transfer credits must have come off the
       *> balance, reversed withdrawals, fees and transfer debits
       *> must have gone back on. The two legs of a reversed
       *> transfer foot against each other like TRF legs do.
       ACCUMULATE-ONE-GL-REVERSAL.
           IF LOG-RECORD(112:7) = "DEP"
                   OR LOG-RECORD(112:7) = "TRF-IN"
               COMPUTE GL-LINE-DELTA = GL-LINE-BEFORE - GL-LINE-AFTER
           END-IF
           IF GL-LINE-DELTA NOT = GL-LINE-AMT
               MOVE "REVERSALS" TO GL-BROKEN-CLASS
           END-IF
           EVALUATE LOG-RECORD(112:7)
               WHEN "DEP"
                   ADD 1 TO GL-RVDEP-COUNT
                   ADD GL-LINE-AMT TO GL-RVDEP-AMT
               WHEN "WDR"
                   ADD 1 TO GL-RVWDR-COUNT
                   ADD GL-LINE-AMT TO GL-RVWDR-AMT
               WHEN "FEE"
                   ADD 1 TO GL-RVFEE-COUNT
                   ADD GL-LINE-AMT TO GL-RVFEE-AMT
               WHEN "TRF-IN"
                   ADD 1 TO GL-RVTOUT-COUNT
                   ADD GL-LINE-AMT TO GL-RVTOUT-AMT
               WHEN "TRF-OUT"
                   ADD 1 TO GL-RVTIN-COUNT
                   ADD GL-LINE-AMT TO GL-RVTIN-AMT
               WHEN OTHER
                   MOVE "REVERSALS" TO GL-BROKEN-CLASS
           END-EVALUATE.

       *> "Refuse" means refuse: no interface file survives for the
       *> date, and a stale one from an earlier run is removed so
       *> the receiving system cannot ingest yesterday's answer.
       REFUSE-GL-EXTRACT.
           CALL "CBL_DELETE_FILE" USING "gl_extract.txt"
           MOVE SPACES TO GL-REPORT-RECORD
           STRING "EXTRACT REFUSED FOR " DELIMITED BY SIZE
                  GL-DATE DELIMITED BY SIZE
                  ": CLASS " DELIMITED BY SIZE
                  FUNCTION TRIM(GL-BROKEN-CLASS) DELIMITED BY SIZE
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           *> Corrections post as the mirror of the class they
           *> reverse, in classes of their own so the day's original
           *> postings still read as keyed.
           IF GL-RVDEP-COUNT > ZERO
               MOVE "REVDEP" TO GL-ENTRY-CLASS
               MOVE GL-RVDEP-COUNT TO GL-ENTRY-COUNT
               MOVE GL-RVDEP-AMT TO GL-ENTRY-AMT
               MOVE "200100" TO GL-DR-ACCOUNT
               MOVE "100100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-RVWDR-COUNT > ZERO
               MOVE "REVWDR" TO GL-ENTRY-CLASS
               MOVE GL-RVWDR-COUNT TO GL-ENTRY-COUNT
               MOVE GL-RVWDR-AMT TO GL-ENTRY-AMT
               MOVE "100100" TO GL-DR-ACCOUNT
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-RVFEE-COUNT > ZERO
               MOVE "REVFEE" TO GL-ENTRY-CLASS
               MOVE GL-RVFEE-COUNT TO GL-ENTRY-COUNT
               MOVE GL-RVFEE-AMT TO GL-ENTRY-AMT
               MOVE "410100" TO GL-DR-ACCOUNT
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-RVTOUT-COUNT > ZERO
               MOVE "REVTRF" TO GL-ENTRY-CLASS
               MOVE GL-RVTOUT-COUNT TO GL-ENTRY-COUNT
               MOVE GL-RVTOUT-AMT TO GL-ENTRY-AMT
               MOVE "200100" TO GL-DR-ACCOUNT
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           *> Term deposits are carried in 200200 apart from demand
           *> deposits; their interest is expense like the savings
           *> interest, its withholding already in WHTAX above.
           IF GL-TDO-COUNT > ZERO
               MOVE "TDOPEN" TO GL-ENTRY-CLASS
               MOVE GL-TDO-COUNT TO GL-ENTRY-COUNT
               MOVE GL-TDO-AMT TO GL-ENTRY-AMT
               MOVE "200100" TO GL-DR-ACCOUNT
               MOVE "200200" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-TDP-COUNT > ZERO
               MOVE "TDPAYOUT" TO GL-ENTRY-CLASS
               MOVE GL-TDP-COUNT TO GL-ENTRY-COUNT
               MOVE GL-TDP-AMT TO GL-ENTRY-AMT
               MOVE "200200" TO GL-DR-ACCOUNT
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-TDI-COUNT > ZERO
               MOVE "TDINTRST" TO GL-ENTRY-CLASS
               MOVE GL-TDI-COUNT TO GL-ENTRY-COUNT
               MOVE GL-TDI-AMT TO GL-ENTRY-AMT
               MOVE "400100" TO GL-DR-ACCOUNT
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-TDR-COUNT > ZERO
               MOVE "TDROLL" TO GL-ENTRY-CLASS
               MOVE GL-TDR-COUNT TO GL-ENTRY-COUNT
               MOVE GL-TDR-AMT TO GL-ENTRY-AMT
               MOVE "200100" TO GL-DR-ACCOUNT
               MOVE "200200" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           *> Loans are carried in 130100 loans receivable: a
           *> disbursement raises it, the principal part of a
           *> collection brings it down, and the interest part is
           *> income in 420100.
           IF GL-LND-COUNT > ZERO
               MOVE "LNDISB" TO GL-ENTRY-CLASS
               MOVE GL-LND-COUNT TO GL-ENTRY-COUNT
               MOVE GL-LND-AMT TO GL-ENTRY-AMT
               MOVE "130100" TO GL-DR-ACCOUNT
               MOVE "200100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-LNC-COUNT > ZERO
               MOVE "LNREPAY" TO GL-ENTRY-CLASS
               MOVE GL-LNC-COUNT TO GL-ENTRY-COUNT
               MOVE GL-LNP-AMT TO GL-ENTRY-AMT
               MOVE "200100" TO GL-DR-ACCOUNT
               MOVE "130100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           IF GL-LNI-AMT > ZERO
               MOVE "LNINTINC" TO GL-ENTRY-CLASS
               MOVE GL-LNC-COUNT TO GL-ENTRY-COUNT
               MOVE GL-LNI-AMT TO GL-ENTRY-AMT
               MOVE "200100" TO GL-DR-ACCOUNT
               MOVE "420100" TO GL-CR-ACCOUNT
               PERFORM WRITE-GL-ENTRY-PAIR
           END-IF
           PERFORM WRITE-GL-TRAILER
           CLOSE GL-FILE.

           END-EVALUATE
           CLOSE EOD-REPORT-FILE.

       *> Fills the canonical step slots from the control card.
       *> The card's line order does not matter - requesting a step
       *> only switches its slot on; execution order is fixed.
       LOAD-EOD-CONTROL.
           MOVE "STANDING-ORDERS" TO EOD-NAME(1)
           MOVE "BATCH" TO EOD-NAME(2)
           MOVE "TD-MATURITY" TO EOD-NAME(3)
           MOVE "LIEN-EXPIRY" TO EOD-NAME(4)
           MOVE "LOAN-COLLECTION" TO EOD-NAME(5)
           MOVE "TELLER-PROOF" TO EOD-NAME(6)
           MOVE "RESCREEN" TO EOD-NAME(7)
           MOVE "DORMANCY" TO EOD-NAME(8)
           MOVE "CLOSED-ACCOUNTS" TO EOD-NAME(9)
           MOVE "LOG-VERIFY" TO EOD-NAME(10)
           MOVE "GL-EXTRACT" TO EOD-NAME(11)
           MOVE "ARCHIVE" TO EOD-NAME(12)
           PERFORM VARYING EOD-IX FROM 1 BY 1
                   UNTIL EOD-IX > EOD-STEP-COUNT
               MOVE "N" TO EOD-REQUESTED(EOD-IX)
               MOVE "N" TO EOD-DONE(EOD-IX)
               MOVE SPACES TO EOD-STAT(EOD-IX)
           UNSTRING EOD-CTL-RECORD DELIMITED BY ALL SPACES
               INTO EOD-CTL-STEP EOD-CTL-P1 EOD-CTL-P2
           MOVE ZERO TO EOD-FOUND-IX
           PERFORM VARYING EOD-IX FROM 1 BY 1
                   UNTIL EOD-IX > EOD-STEP-COUNT
               IF EOD-NAME(EOD-IX) = EOD-CTL-STEP
                   MOVE EOD-IX TO EOD-FOUND-IX
               END-IF
                           EXIT PERFORM
                       NOT AT END
                           PERFORM VARYING EOD-IX FROM 1 BY 1
                                   UNTIL EOD-IX > EOD-STEP-COUNT
                               IF EOD-STATUS-RECORD(1:16)
                                       = EOD-NAME(EOD-IX)
                                       AND EOD-STATUS-RECORD(18:4)
       EXECUTE-EOD-CHAIN.
           MOVE "Y" TO EOD-CHAIN-OK
           PERFORM VARYING EOD-IX FROM 1 BY 1
                   UNTIL EOD-IX > EOD-STEP-COUNT
                       OR EOD-CHAIN-OK = "N"
               IF EOD-REQUESTED(EOD-IX) = "Y"
                   IF EOD-DONE(EOD-IX) = "Y"
                       MOVE SPACES TO EOD-REPORT-RECORD
       *> paragraph already maintains say whether the night may go
       *> on. A CKPT-BAD batch abort or a refused GL extract must
       *> never let later steps run against a half-posted day.
       *> Steps are told apart by name, so a new one can take its
       *> place in the canonical order without renumbering the rest.
       EXECUTE-EOD-STEP.
           MOVE "Y" TO EOD-STEP-OK
           EVALUATE EOD-NAME(EOD-IX)
               WHEN "STANDING-ORDERS"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-STANDING-ORDERS
                   IF SO-OVERFLOW = "Y"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "BATCH"
                   PERFORM RUN-SINGLE-TRANSACTION
                   IF CKPT-BAD = "Y" OR CKPT-MISMATCH = "Y"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "TD-MATURITY"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-TD-MATURITY
                   IF TD-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "LIEN-EXPIRY"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-EXPIRE-LIENS
                   IF LIEN-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "LOAN-COLLECTION"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-LOAN-COLLECTION
                   IF LN-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               *> A drawer out of balance is for the branch to chase
               *> in the morning, not a reason to hold the ledger -
               *> only a proof that could not be taken fails here.
               WHEN "TELLER-PROOF"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-TELLER-PROOF
                   IF TLR-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               *> The nightly rescreen runs only when the watch list
               *> has changed since the book was last screened; its
               *> hits are compliance's to work, so only a rescreen
               *> that could not be taken fails the step.
               WHEN "RESCREEN"
                   MOVE "N" TO SCR-FORCE
                   PERFORM RUN-RESCREEN-CUSTOMERS
                   MOVE "Y" TO SCR-FORCE
                   IF SCR-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "DORMANCY"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   MOVE EOD-P2(EOD-IX) TO CMD-ARG3
                   PERFORM RUN-DORMANCY-SWEEP
                   IF DRM-OVERFLOW = "Y" OR CONTROL-TOTALS-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               *> A close-out the register does not account for is
               *> for the back office to chase, like a drawer out of
               *> balance - only a report that could not be taken
               *> fails here.
               WHEN "CLOSED-ACCOUNTS"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-CLOSED-ACCOUNTS-REPORT
                   IF CLS-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               *> The ledger is fed from the log, so a log that no
               *> longer proves out stops the night before the GL
               *> extract reads it.
               WHEN "LOG-VERIFY"
                   PERFORM RUN-VERIFY-LOG
                   IF LVR-RUN-OK = "N"
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "GL-EXTRACT"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-GL-EXTRACT
                   IF GL-ARGS-OK = "N"
                           OR GL-BROKEN-CLASS NOT = SPACES
                       MOVE "N" TO EOD-STEP-OK
                   END-IF
               WHEN "ARCHIVE"
                   MOVE EOD-P1(EOD-IX) TO CMD-ARG2
                   PERFORM RUN-ARCHIVE-LOG
                   IF ARC-RUN-OK = "N"
               MOVE "FAIL" TO EOD-STAT(EOD-IX)
           END-IF.

       *> The whole status file is rewritten after every
       *> step, through eod_status.new with its *EDEND* marker, so a
       *> kill between steps leaves a status file the next run can
       *> trust.
       WRITE-EOD-STATUS.
           MOVE FUNCTION CURRENT-DATE TO EOD-STAMP
           OPEN OUTPUT EOD-NEW-FILE
           PERFORM VARYING EOD-JX FROM 1 BY 1
                   UNTIL EOD-JX > EOD-STEP-COUNT
               IF EOD-REQUESTED(EOD-JX) = "Y"
                       AND EOD-STAT(EOD-JX) NOT = SPACES
                   MOVE SPACES TO EOD-NEW-RECORD
       *> CLR-IN lines already in translog.txt (account,
       *> counterparty, amount and the settlement date the log line
       *> carries at 82), so an item that already posted goes to
       *> exceptions instead of crediting twice. An item whose
       *> originator or beneficiary name may be on the watch list
       *> is held in the screening queue instead of posting; a
       *> compliance release posts it through this same path.
       RUN-CLEARING-INBOUND.
           OPEN OUTPUT CLG-REPORT-FILE
           OPEN INPUT CLG-IN-FILE
                          CLG-COUNT-ALPHA DELIMITED BY SIZE
                          INTO CLG-REPORT-RECORD
                   WRITE CLG-REPORT-RECORD
                   MOVE SPACES TO CLG-REPORT-RECORD
                   MOVE CLG-HELD-COUNT TO CLG-COUNT-ALPHA
                   STRING "ITEMS HELD FOR SCREENING: "
                              DELIMITED BY SIZE
                          CLG-COUNT-ALPHA DELIMITED BY SIZE
                          INTO CLG-REPORT-RECORD
                   WRITE CLG-REPORT-RECORD
               END-IF
           END-IF
           CLOSE CLG-REPORT-FILE.
       POST-CLEARING-INBOUND-ITEMS.
           MOVE ZERO TO CLG-POSTED-COUNT
           MOVE ZERO TO CLG-EXC-COUNT
           MOVE ZERO TO CLG-HELD-COUNT
           OPEN INPUT CLG-IN-FILE
           PERFORM UNTIL 1 = 2
               READ CLG-IN-FILE

       POST-ONE-INBOUND-ITEM.
           MOVE SPACES TO CLG-EXC-REASON
           MOVE "N" TO HELD-FOR-SCREENING
           IF CLG-IN-RECORD(17:6) IS NOT NUMERIC
               MOVE "OUR ACCOUNT FIELD NOT NUMERIC"
                   TO CLG-EXC-REASON
                       TO CLG-EXC-REASON
               END-IF
           END-IF
           IF CLG-EXC-REASON = SPACES AND SCR-RELEASE-MODE = "N"
               PERFORM SCREEN-INBOUND-ITEM
           END-IF
           IF CLG-EXC-REASON = SPACES AND HELD-FOR-SCREENING = "N"
               MOVE CLG-IN-RECORD(17:6) TO IN-ACCOUNT
               MOVE "CLI" TO IN-ACTION
               MOVE FUNCTION NUMVAL(CLG-IN-RECORD(24:16))
                           TO CLG-EXC-REASON
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN HELD-FOR-SCREENING = "Y"
                   ADD 1 TO CLG-HELD-COUNT
               WHEN CLG-EXC-REASON = SPACES
                   ADD 1 TO CLG-POSTED-COUNT
               WHEN OTHER
                   ADD 1 TO CLG-EXC-COUNT
                   PERFORM WRITE-CLEARING-EXCEPTION
           END-EVALUATE.

       *> A rerun after a crash mid-file must not credit again what
       *> the first run already posted - the CLR-IN line the posting
       *> Every posting the live log carries from after the snapshot
       *> was cut is by definition missing from the restored book -
       *> each one is listed for resubmission. Control-trail lines
       *> (holds, velocity rejects, parked paper, liens placed or
       *> lifted - the lien register is not part of the snapshot)
       *> moved no money and are not listed.
       REPORT-RESTORE-GAP.
           MOVE ZERO TO RST-GAP-COUNT
           PERFORM ENSURE-LOG-FILE-EXISTS
                               AND LOG-RECORD(7:7) NOT = "BAL"
                               AND LOG-RECORD(7:7) NOT = "RECERR"
                               AND LOG-RECORD(7:7) NOT = "CFW"
                               AND LOG-RECORD(7:7) NOT = "LOGSEQ"
                               AND LOG-RECORD(7:7) NOT = "HOLD"
                               AND LOG-RECORD(7:7) NOT = "APPREL"
                               AND LOG-RECORD(7:7) NOT = "APPREJ"
                               AND LOG-RECORD(7:7) NOT = "WHSE"
                               AND LOG-RECORD(7:7) NOT = "CNM"
                               AND LOG-RECORD(7:7) NOT = "VELREJ"
                               AND LOG-RECORD(7:7) NOT = "LIEN"
                               AND LOG-RECORD(7:7) NOT = "LIENREL"
                               AND LOG-RECORD(7:7) NOT = "LIENEXP"
                               AND LOG-RECORD(7:7) NOT = "SCRHOLD"
                               AND LOG-RECORD(7:7) NOT = "SCRREL"
                               AND LOG-RECORD(7:7) NOT = "SCRDECL"
                           ADD 1 TO RST-GAP-COUNT
                           MOVE SPACES TO RST-REPORT-RECORD
                           STRING "RESUBMIT: " DELIMITED BY SIZE
           WRITE VEL-REPORT-RECORD
           CLOSE VEL-REPORT-FILE.

       *> --reversals-report [DATE]: one line per REV logged on the
       *> date (today when not given) - the entry each one took back
       *> and the name of whoever asked for the correction, for the
       *> branch manager's daily sign-off. A reversed transfer shows
       *> as its two legs.
       RUN-REVERSALS-REPORT.
           MOVE TODAY-DATE TO REV-REP-DATE
           IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
               MOVE CMD-ARG2(1:8) TO REV-REP-DATE
           END-IF
           MOVE ZERO TO REV-HIT-COUNT
           OPEN OUTPUT REV-REPORT-FILE
           MOVE SPACES TO REV-REPORT-RECORD
           STRING "REVERSALS POSTED ON " DELIMITED BY SIZE
                  REV-REP-DATE DELIMITED BY SIZE
                  INTO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           PERFORM ENSURE-LOG-FILE-EXISTS
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOG-RECORD(7:7) = "REV"
                               AND LOG-RECORD(53:8) = REV-REP-DATE
                           ADD 1 TO REV-HIT-COUNT
                           MOVE SPACES TO REV-REPORT-RECORD
                           STRING "ACCOUNT " DELIMITED BY SIZE
                                  LOG-RECORD(1:6) DELIMITED BY SIZE
                                  " REVERSED " DELIMITED BY SIZE
                                  LOG-RECORD(112:7) DELIMITED BY SIZE
                                  " OF " DELIMITED BY SIZE
                                  FUNCTION TRIM(LOG-RECORD(14:13))
                                      DELIMITED BY SIZE
                                  " LOGGED " DELIMITED BY SIZE
                                  LOG-RECORD(91:14) DELIMITED BY SIZE
                                  " AT " DELIMITED BY SIZE
                                  LOG-RECORD(53:14) DELIMITED BY SIZE
                                  " REQUESTED BY " DELIMITED BY SIZE
                                  LOG-RECORD(120:20) DELIMITED BY SIZE
                                  INTO REV-REPORT-RECORD
                           WRITE REV-REPORT-RECORD
                       END-IF
           END-PERFORM
           CLOSE LOG-FILE
           MOVE SPACES TO REV-REPORT-RECORD
           MOVE REV-HIT-COUNT TO REV-COUNT-ALPHA
           STRING "REVERSAL ENTRIES: " DELIMITED BY SIZE
                  REV-COUNT-ALPHA DELIMITED BY SIZE
                  INTO REV-REPORT-RECORD
           WRITE REV-REPORT-RECORD
           CLOSE REV-REPORT-FILE.

       ENSURE-LIEN-FILE-EXISTS.
           OPEN INPUT LIEN-FILE
           IF LIEN-FILE-STATUS = "35"
               CLOSE LIEN-FILE
               OPEN OUTPUT LIEN-FILE
               CLOSE LIEN-FILE
           ELSE
               CLOSE LIEN-FILE
           END-IF.

       *> Totals what LIEN-LOOKUP-ACCOUNT's liens in force hold:
       *> active and not yet past their expiry date. A lien that has
       *> lapsed but not yet been swept holds nothing - the expiry
       *> date is the agreement, the nightly run only tidies the
       *> register.
       FIND-ACCOUNT-LIENS.
           MOVE ZERO TO LIEN-HELD
           PERFORM ENSURE-LIEN-FILE-EXISTS
           OPEN INPUT LIEN-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIEN-RECORD(1:6) = LIEN-LOOKUP-ACCOUNT
                               AND LIEN-RECORD(42:1) = "A"
                               AND LIEN-RECORD(33:8) >= TODAY-DATE
                           ADD FUNCTION NUMVAL(LIEN-RECORD(15:13))
                               TO LIEN-HELD
                       END-IF
           END-PERFORM
           CLOSE LIEN-FILE.

       *> Available balance for LIEN-LOOKUP-ACCOUNT: the ledger
       *> balance the caller leaves in LIEN-AVAILABLE, less liens in
       *> force, plus the authorized overdraft line - the same sum
       *> the WDR/CLO/TRF funds checks use - edited for display into
       *> LIEN-AVAIL-ALPHA.
       FORMAT-AVAILABLE-BALANCE.
           MOVE LIEN-LOOKUP-ACCOUNT TO OD-LOOKUP-ACCOUNT
           PERFORM FIND-OVERDRAFT-LIMIT
           PERFORM FIND-ACCOUNT-LIENS
           COMPUTE LIEN-AVAILABLE =
               LIEN-AVAILABLE - LIEN-HELD + OD-LIMIT
           MOVE LIEN-AVAILABLE TO SIGNED-RAI-VALUE
           PERFORM FORMAT-SIGNED-RAI
           MOVE SIGNED-RAI-ALPHA TO LIEN-AVAIL-ALPHA.

       *> LNP input action: records a lien against the account. The
       *> account must be on the book and not closed, the amount
       *> above zero and the expiry no earlier than today. A lien
       *> may hold more than the balance - a garnishment order is
       *> meant to catch what arrives later too. Ids run on from the
       *> highest ever issued, which the register still carries
       *> since resolved liens stay on file; a LIEN translog line
       *> keeps the account's trail the way HOLD and CNM do.
       PLACE-LIEN.
           PERFORM READ-LIEN-ACCOUNT
           EVALUATE TRUE
               WHEN LIEN-ACCT-FOUND = "N"
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN LIEN-ACCT-STATUS = "C"
                   MOVE "LIEN REJECTED: ACCOUNT CLOSED." TO OUT-RECORD
               WHEN IN-AMOUNT = ZERO
                   MOVE "LIEN REJECTED: AMOUNT IS ZERO." TO OUT-RECORD
               WHEN IN-EFF-DATE < TODAY-DATE
                   MOVE "LIEN REJECTED: EXPIRY DATE ALREADY PASSED."
                       TO OUT-RECORD
               WHEN OTHER
                   PERFORM FIND-HIGHEST-LIEN-ID
                   COMPUTE LIEN-NEW-ID = LIEN-MAX-ID + 1
                   MOVE LIEN-NEW-ID TO LIEN-ID-ALPHA
                   MOVE FUNCTION CURRENT-DATE TO LIEN-STAMP
                   MOVE SPACES TO LIEN-RECORD
                   MOVE IN-RECORD(1:6) TO LIEN-RECORD(1:6)
                   MOVE LIEN-ID-ALPHA TO LIEN-RECORD(8:6)
                   MOVE IN-AMOUNT TO RAI-FORMATTED
                   MOVE RAI-FORMATTED TO LIEN-RECORD(15:13)
                   MOVE IN-RECORD(19:3) TO LIEN-RECORD(29:3)
                   MOVE IN-EFF-DATE TO LIEN-RECORD(33:8)
                   MOVE "A" TO LIEN-RECORD(42:1)
                   MOVE LIEN-STAMP TO LIEN-RECORD(44:21)
                   MOVE IN-OWNER-NAME TO LIEN-RECORD(66:20)
                   OPEN EXTEND LIEN-FILE
                   WRITE LIEN-RECORD
                   CLOSE LIEN-FILE
                   MOVE SPACES TO OUT-RECORD
                   STRING "LIEN " DELIMITED BY SIZE
                          LIEN-ID-ALPHA DELIMITED BY SIZE
                          " PLACED UNTIL " DELIMITED BY SIZE
                          IN-EFF-DATE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO OUT-RECORD
                   MOVE IN-ACCOUNT TO LOG-ACCOUNT
                   MOVE "LIEN" TO LOG-ACTION
                   MOVE IN-AMOUNT TO LOG-AMOUNT
                   MOVE ZERO TO LOG-BAL-BEFORE
                   MOVE ZERO TO LOG-BAL-AFTER
                   MOVE LIEN-ID-ALPHA TO LOG-COUNTERPARTY
                   MOVE IN-EFF-DATE TO LOG-SETTLE-DATE
                   MOVE IN-RECORD(19:3) TO LOG-LIEN-REASON
                   PERFORM WRITE-TRANS-LOG
           END-EVALUATE.

       READ-LIEN-ACCOUNT.
           MOVE "N" TO LIEN-ACCT-FOUND
           MOVE SPACE TO LIEN-ACCT-STATUS
           PERFORM ENSURE-MASTER-FILE-EXISTS
           OPEN INPUT MASTER-FILE
           MOVE SPACES TO MASTER-RECORD
           MOVE IN-ACCOUNT TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LIEN-ACCT-FOUND
                   MOVE MASTER-RECORD(23:1) TO LIEN-ACCT-STATUS
           END-READ
           CLOSE MASTER-FILE.

       FIND-HIGHEST-LIEN-ID.
           MOVE ZERO TO LIEN-MAX-ID
           PERFORM ENSURE-LIEN-FILE-EXISTS
           OPEN INPUT LIEN-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIEN-RECORD(8:6) IS NUMERIC
                               AND LIEN-RECORD(8:6) > LIEN-MAX-ID
                           MOVE LIEN-RECORD(8:6) TO LIEN-MAX-ID
                       END-IF
           END-PERFORM
           CLOSE LIEN-FILE.

       *> LNR input action: lifts an active lien. The id must belong
       *> to the account keyed - a release keyed against the wrong
       *> account is refused rather than freeing somebody else's
       *> hold - and a lien already released or expired cannot be
       *> released twice.
       RELEASE-LIEN.
           MOVE IN-RECORD(19:6) TO LIEN-ID-ALPHA
           PERFORM FIND-LIEN-BY-ID
           EVALUATE TRUE
               WHEN LIEN-FOUND = "N"
                   MOVE "LIEN NOT FOUND." TO OUT-RECORD
               WHEN LIEN-FOUND-STATUS NOT = "A"
                   MOVE "LIEN NOT ACTIVE." TO OUT-RECORD
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO LIEN-STAMP
                   PERFORM REWRITE-RELEASED-LIEN
                   MOVE SPACES TO OUT-RECORD
                   STRING "LIEN " DELIMITED BY SIZE
                          LIEN-ID-ALPHA DELIMITED BY SIZE
                          " RELEASED." DELIMITED BY SIZE
                          INTO OUT-RECORD
                   MOVE IN-ACCOUNT TO LOG-ACCOUNT
                   MOVE "LIENREL" TO LOG-ACTION
                   MOVE FUNCTION NUMVAL(LIEN-FOUND-AMOUNT)
                       TO LOG-AMOUNT
                   MOVE ZERO TO LOG-BAL-BEFORE
                   MOVE ZERO TO LOG-BAL-AFTER
                   MOVE LIEN-ID-ALPHA TO LOG-COUNTERPARTY
                   MOVE LIEN-FOUND-EXPIRY TO LOG-SETTLE-DATE
                   MOVE LIEN-FOUND-REASON TO LOG-LIEN-REASON
                   PERFORM WRITE-TRANS-LOG
           END-EVALUATE.

       FIND-LIEN-BY-ID.
           MOVE "N" TO LIEN-FOUND
           PERFORM ENSURE-LIEN-FILE-EXISTS
           OPEN INPUT LIEN-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIEN-RECORD(1:6) = IN-RECORD(1:6)
                               AND LIEN-RECORD(8:6) = LIEN-ID-ALPHA
                           MOVE "Y" TO LIEN-FOUND
                           MOVE LIEN-RECORD(42:1) TO LIEN-FOUND-STATUS
                           MOVE LIEN-RECORD(15:13) TO LIEN-FOUND-AMOUNT
                           MOVE LIEN-RECORD(29:3) TO LIEN-FOUND-REASON
                           MOVE LIEN-RECORD(33:8) TO LIEN-FOUND-EXPIRY
                       END-IF
           END-PERFORM
           CLOSE LIEN-FILE.

       *> The register is copied through liens.new with the one
       *> line marked released, closed off with its *LNEND* marker
       *> before the live file is touched - RECOVER-FROM-CRASH
       *> finishes or discards a leftover work file.
       REWRITE-RELEASED-LIEN.
           OPEN INPUT LIEN-FILE
           OPEN OUTPUT LIEN-NEW-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LIEN-RECORD TO LIEN-NEW-RECORD
                       IF LIEN-RECORD(1:6) = IN-RECORD(1:6)
                               AND LIEN-RECORD(8:6) = LIEN-ID-ALPHA
                           MOVE "R" TO LIEN-NEW-RECORD(42:1)
                           MOVE LIEN-STAMP TO LIEN-NEW-RECORD(87:21)
                       END-IF
                       WRITE LIEN-NEW-RECORD
           END-PERFORM
           MOVE SPACES TO LIEN-NEW-RECORD
           MOVE "*LNEND*" TO LIEN-NEW-RECORD(1:7)
           WRITE LIEN-NEW-RECORD
           CLOSE LIEN-FILE
           CLOSE LIEN-NEW-FILE
           PERFORM CUTOVER-LIENS.

       CUTOVER-LIENS.
           OPEN INPUT LIEN-NEW-FILE
           OPEN OUTPUT LIEN-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIEN-NEW-RECORD(1:7) NOT = "*LNEND*"
                           WRITE LIEN-RECORD FROM LIEN-NEW-RECORD
                       END-IF
           END-PERFORM
           CLOSE LIEN-NEW-FILE
           CLOSE LIEN-FILE
           CALL "CBL_DELETE_FILE" USING "liens.new".

       *> --expire-liens [ASOFDATE]: the nightly sweep. Every active
       *> lien whose expiry date is on or before the as-of date
       *> (today when not given) is marked expired in the register
       *> and reported with the amount it stops holding. The
       *> register is rewritten once, through liens.new, and the
       *> LIENEXP translog lines are written from the cut-over file
       *> afterwards, so the log never shows a lapse the register
       *> does not. Held under the accounts lock, like every other
       *> writer of the register.
       RUN-EXPIRE-LIENS.
           MOVE "Y" TO LIEN-RUN-OK
           MOVE TODAY-DATE TO LIEN-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO LIEN-RUN-DATE
               ELSE
                   MOVE "N" TO LIEN-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT LIEN-REPORT-FILE
           IF LIEN-RUN-OK = "N"
               MOVE "EXPIRY REJECTED: USAGE IS --expire-liens [ASOFDATE]."
                   TO LIEN-REPORT-RECORD
               WRITE LIEN-REPORT-RECORD
           ELSE
               MOVE SPACES TO LIEN-REPORT-RECORD
               STRING "LIEN EXPIRY RUN FOR " DELIMITED BY SIZE
                      LIEN-RUN-DATE DELIMITED BY SIZE
                      INTO LIEN-REPORT-RECORD
               WRITE LIEN-REPORT-RECORD
               MOVE ZERO TO LIEN-EXP-COUNT
               MOVE ZERO TO LIEN-EXP-TOTAL
               MOVE ZERO TO LIEN-LEFT-COUNT
               MOVE FUNCTION CURRENT-DATE TO LIEN-STAMP
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM ENSURE-LIEN-FILE-EXISTS
               PERFORM BUILD-EXPIRED-LIENS
               IF LIEN-EXP-COUNT > ZERO
                   PERFORM CUTOVER-LIENS
                   PERFORM LOG-EXPIRED-LIENS
               ELSE
                   CALL "CBL_DELETE_FILE" USING "liens.new"
               END-IF
               PERFORM RELEASE-ACCOUNTS-LOCK
               MOVE SPACES TO LIEN-REPORT-RECORD
               MOVE LIEN-EXP-COUNT TO LIEN-COUNT-ALPHA
               MOVE LIEN-EXP-TOTAL TO GL-AMT-FORMATTED
               STRING "LIENS EXPIRED: " DELIMITED BY SIZE
                      LIEN-COUNT-ALPHA DELIMITED BY SIZE
                      " AMOUNT FREED: " DELIMITED BY SIZE
                      FUNCTION TRIM(GL-AMT-FORMATTED) DELIMITED BY SIZE
                      INTO LIEN-REPORT-RECORD
               WRITE LIEN-REPORT-RECORD
               MOVE SPACES TO LIEN-REPORT-RECORD
               MOVE LIEN-LEFT-COUNT TO LIEN-COUNT-ALPHA
               STRING "LIENS STILL ACTIVE: " DELIMITED BY SIZE
                      LIEN-COUNT-ALPHA DELIMITED BY SIZE
                      INTO LIEN-REPORT-RECORD
               WRITE LIEN-REPORT-RECORD
           END-IF
           CLOSE LIEN-REPORT-FILE.

       BUILD-EXPIRED-LIENS.
           OPEN INPUT LIEN-FILE
           OPEN OUTPUT LIEN-NEW-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE LIEN-RECORD TO LIEN-NEW-RECORD
                       IF LIEN-RECORD(42:1) = "A"
                           IF LIEN-RECORD(33:8) <= LIEN-RUN-DATE
                               MOVE "E" TO LIEN-NEW-RECORD(42:1)
                               MOVE LIEN-STAMP
                                   TO LIEN-NEW-RECORD(87:21)
                               ADD 1 TO LIEN-EXP-COUNT
                               ADD FUNCTION NUMVAL(LIEN-RECORD(15:13))
                                   TO LIEN-EXP-TOTAL
                               PERFORM WRITE-LIEN-EXPIRY-LINE
                           ELSE
                               ADD 1 TO LIEN-LEFT-COUNT
                           END-IF
                       END-IF
                       WRITE LIEN-NEW-RECORD
           END-PERFORM
           MOVE SPACES TO LIEN-NEW-RECORD
           MOVE "*LNEND*" TO LIEN-NEW-RECORD(1:7)
           WRITE LIEN-NEW-RECORD
           CLOSE LIEN-FILE
           CLOSE LIEN-NEW-FILE.

       WRITE-LIEN-EXPIRY-LINE.
           MOVE SPACES TO LIEN-REPORT-RECORD
           STRING "LIEN " DELIMITED BY SIZE
                  LIEN-RECORD(8:6) DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  LIEN-RECORD(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LIEN-RECORD(29:3) DELIMITED BY SIZE
                  " AMOUNT " DELIMITED BY SIZE
                  FUNCTION TRIM(LIEN-RECORD(15:13)) DELIMITED BY SIZE
                  " EXPIRED " DELIMITED BY SIZE
                  LIEN-RECORD(33:8) DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  LIEN-RECORD(66:20) DELIMITED BY SIZE
                  INTO LIEN-REPORT-RECORD
           WRITE LIEN-REPORT-RECORD.

       *> One LIENEXP line per lien this run expired - recognized by
       *> the run's own timestamp in the resolution column.
       LOG-EXPIRED-LIENS.
           OPEN INPUT LIEN-FILE
           PERFORM UNTIL 1 = 2
               READ LIEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIEN-RECORD(42:1) = "E"
                               AND LIEN-RECORD(87:21) = LIEN-STAMP
                           MOVE LIEN-RECORD(1:6) TO LOG-ACCOUNT
                           MOVE "LIENEXP" TO LOG-ACTION
                           MOVE FUNCTION NUMVAL(LIEN-RECORD(15:13))
                               TO LOG-AMOUNT
                           MOVE ZERO TO LOG-BAL-BEFORE
                           MOVE ZERO TO LOG-BAL-AFTER
                           MOVE LIEN-RECORD(8:6) TO LOG-COUNTERPARTY
                           MOVE LIEN-RECORD(33:8) TO LOG-SETTLE-DATE
                           MOVE LIEN-RECORD(29:3) TO LOG-LIEN-REASON
                           PERFORM WRITE-TRANS-LOG
                       END-IF
           END-PERFORM
           CLOSE LIEN-FILE.

       *> Loads the term-deposit breakage penalty from its maintenance
       *> file the same way LOAD-APPROVAL-LIMIT externalizes the
       *> approval threshold - a line that is not a 99.99 rate is
       *> ignored in favor of the shipped 1.00.
       LOAD-TD-PENALTY-RATE.
           PERFORM ENSURE-TD-PENALTY-FILE-EXISTS
           OPEN INPUT TD-PENALTY-FILE
           READ TD-PENALTY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TD-PENALTY-RECORD(1:2) IS NUMERIC
                           AND TD-PENALTY-RECORD(3:1) = "."
                           AND TD-PENALTY-RECORD(4:2) IS NUMERIC
                       MOVE FUNCTION NUMVAL(TD-PENALTY-RECORD(1:5))
                           TO TD-PENALTY-RATE
                   END-IF
           END-READ
           CLOSE TD-PENALTY-FILE.

       ENSURE-TD-PENALTY-FILE-EXISTS.
           OPEN INPUT TD-PENALTY-FILE
           IF TD-PENALTY-STATUS = "35"
               CLOSE TD-PENALTY-FILE
               OPEN OUTPUT TD-PENALTY-FILE
               MOVE SPACES TO TD-PENALTY-RECORD
               MOVE 1.00 TO TD-RATE-FORMATTED
               MOVE TD-RATE-FORMATTED TO TD-PENALTY-RECORD(1:5)
               WRITE TD-PENALTY-RECORD
               CLOSE TD-PENALTY-FILE
           ELSE
               CLOSE TD-PENALTY-FILE
           END-IF.

       ENSURE-TD-FILE-EXISTS.
           OPEN INPUT TD-FILE
           IF TD-FILE-STATUS = "35"
               CLOSE TD-FILE
               OPEN OUTPUT TD-FILE
               CLOSE TD-FILE
           ELSE
               CLOSE TD-FILE
           END-IF.

       *> TDO input action: places the amount keyed on a fixed term
       *> at a fixed rate. The funding account and the payout
       *> account must both be on the book, the payout account open,
       *> in the same currency, and either the funding account itself
       *> or another account of the same customer - a deposit must
       *> not become a way to move money to a third party around the
       *> approval and velocity controls. The funding debit posts
       *> first, through the keyed path like any debit; the deposit
       *> is only written to the book once that has landed, and the
       *> TD-OPEN line carries its number should the two ever need
       *> to be matched up by hand.
       OPEN-TERM-DEPOSIT.
           MOVE IN-RECORD(1:6) TO TD-FUND-ACCOUNT
           IF IN-RECORD(19:6) = SPACES
               MOVE TD-FUND-ACCOUNT TO TD-PAYOUT
           ELSE
               MOVE IN-RECORD(19:6) TO TD-PAYOUT
           END-IF
           PERFORM READ-TD-ACCOUNTS
           EVALUATE TRUE
               WHEN TD-FUND-FOUND = "N"
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN TD-PAY-FOUND = "N"
                   MOVE "TERM DEPOSIT REJECTED: PAYOUT ACCOUNT NOT FOUND."
                       TO OUT-RECORD
               WHEN TD-PAY-STATUS NOT = "O"
                   MOVE "TERM DEPOSIT REJECTED: PAYOUT ACCOUNT NOT OPEN."
                       TO OUT-RECORD
               WHEN TD-PAYOUT NOT = TD-FUND-ACCOUNT
                       AND (TD-FUND-CUSTNO = SPACES
                           OR TD-PAY-CUSTNO NOT = TD-FUND-CUSTNO)
                   MOVE "TERM DEPOSIT REJECTED: PAYOUT ACCOUNT NOT SAME CUSTOMER."
                       TO OUT-RECORD
               WHEN TD-PAY-CCY NOT = TD-FUND-CCY
                   MOVE "TERM DEPOSIT REJECTED: PAYOUT CURRENCY DIFFERS."
                       TO OUT-RECORD
               WHEN IN-AMOUNT = ZERO
                   MOVE "TERM DEPOSIT REJECTED: AMOUNT IS ZERO."
                       TO OUT-RECORD
               WHEN OTHER
                   PERFORM FIND-HIGHEST-TD-ID
                   COMPUTE TD-NEW-ID = TD-MAX-ID + 1
                   MOVE TD-NEW-ID TO TD-ID-ALPHA
                   MOVE IN-AMOUNT TO TD-PRINCIPAL
                   MOVE FUNCTION NUMVAL(IN-RECORD(29:5)) TO TD-RATE
                   MOVE TD-PENALTY-RATE TO TD-BREAK-RATE
                   MOVE IN-RECORD(25:3) TO TD-TERM
                   MOVE IN-RECORD(35:1) TO TD-INSTR
                   MOVE TODAY-DATE TO TD-START
                   PERFORM SET-TD-MATURITY-DATE
                   MOVE "A" TO TD-STATUS
                   MOVE TD-FUND-CCY TO TD-CCY
                   MOVE ZERO TO TD-ROLLS
                   PERFORM POST-TD-MOVEMENT
                   IF TD-POST-OK = "Y"
                       MOVE FUNCTION CURRENT-DATE TO TD-STAMP
                       MOVE SPACES TO TD-WORK
                       PERFORM BUILD-TD-WORK
                       MOVE TD-STAMP TO TD-WORK(78:21)
                       PERFORM ENSURE-TD-FILE-EXISTS
                       OPEN EXTEND TD-FILE
                       WRITE TD-RECORD FROM TD-WORK
                       CLOSE TD-FILE
                       MOVE SPACES TO OUT-RECORD
                       STRING "TERM DEPOSIT " DELIMITED BY SIZE
                              TD-ID-ALPHA DELIMITED BY SIZE
                              " OPENED, MATURES " DELIMITED BY SIZE
                              TD-MATURITY DELIMITED BY SIZE
                              "." DELIMITED BY SIZE
                              INTO OUT-RECORD
                   END-IF
           END-EVALUATE.

       *> Keyed reads of the funding and payout rows for the opening
       *> checks. Spaces in the status or currency byte are the
       *> legacy-row conventions: open, and RAI.
       READ-TD-ACCOUNTS.
           MOVE "N" TO TD-FUND-FOUND
           MOVE "N" TO TD-PAY-FOUND
           PERFORM ENSURE-MASTER-FILE-EXISTS
           OPEN INPUT MASTER-FILE
           MOVE SPACES TO MASTER-RECORD
           MOVE TD-FUND-ACCOUNT TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TD-FUND-FOUND
                   MOVE MASTER-RECORD(44:6) TO TD-FUND-CUSTNO
                   MOVE MASTER-RECORD(50:3) TO TD-FUND-CCY
                   IF TD-FUND-CCY = SPACES
                       MOVE "RAI" TO TD-FUND-CCY
                   END-IF
           END-READ
           MOVE SPACES TO MASTER-RECORD
           MOVE TD-PAYOUT TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO TD-PAY-FOUND
                   MOVE MASTER-RECORD(23:1) TO TD-PAY-STATUS
                   IF TD-PAY-STATUS = SPACE
                       MOVE "O" TO TD-PAY-STATUS
                   END-IF
                   MOVE MASTER-RECORD(44:6) TO TD-PAY-CUSTNO
                   MOVE MASTER-RECORD(50:3) TO TD-PAY-CCY
                   IF TD-PAY-CCY = SPACES
                       MOVE "RAI" TO TD-PAY-CCY
                   END-IF
           END-READ
           CLOSE MASTER-FILE.

       FIND-HIGHEST-TD-ID.
           MOVE ZERO TO TD-MAX-ID
           PERFORM ENSURE-TD-FILE-EXISTS
           OPEN INPUT TD-FILE
           PERFORM UNTIL 1 = 2
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-RECORD(1:6) IS NUMERIC
                               AND TD-RECORD(1:6) > TD-MAX-ID
                           MOVE TD-RECORD(1:6) TO TD-MAX-ID
                       END-IF
           END-PERFORM
           CLOSE TD-FILE.

       *> Maturity is the start date plus the term in months, the
       *> day clamped to the landing month's length the way a
       *> monthly standing order is (a deposit opened on the 31st
       *> of January for one month matures on the last day of
       *> February).
       SET-TD-MATURITY-DATE.
           MOVE TD-START(1:4) TO SO-YY
           MOVE TD-START(5:2) TO SO-MM
           MOVE TD-START(7:2) TO SO-DD
           COMPUTE TD-MONTHS = SO-MM - 1 + TD-TERM
           DIVIDE TD-MONTHS BY 12 GIVING TD-YEARS
               REMAINDER TD-MON-REM
           ADD TD-YEARS TO SO-YY
           COMPUTE SO-MM = TD-MON-REM + 1
           PERFORM SET-DAYS-IN-MONTH
           IF SO-DD > SO-MONTH-DAYS
               MOVE SO-MONTH-DAYS TO SO-DD
           END-IF
           COMPUTE TD-DATE-NUM = SO-YY * 10000 + SO-MM * 100 + SO-DD
           MOVE TD-DATE-NUM TO TD-MATURITY.

       *> TD-WORK to and from the working fields - see the TD-FILE
       *> layout. The timestamps at 78 and 100 are left to the
       *> caller.
       PARSE-TD-WORK.
           MOVE TD-WORK(1:6) TO TD-ID-ALPHA
           MOVE TD-WORK(8:6) TO TD-FUND-ACCOUNT
           MOVE TD-WORK(15:6) TO TD-PAYOUT
           MOVE FUNCTION NUMVAL(TD-WORK(22:13)) TO TD-PRINCIPAL
           MOVE FUNCTION NUMVAL(TD-WORK(36:5)) TO TD-RATE
           MOVE FUNCTION NUMVAL(TD-WORK(42:5)) TO TD-BREAK-RATE
           MOVE ZERO TO TD-TERM
           IF TD-WORK(48:3) IS NUMERIC
               MOVE TD-WORK(48:3) TO TD-TERM
           END-IF
           MOVE TD-WORK(52:1) TO TD-INSTR
           MOVE TD-WORK(54:8) TO TD-START
           MOVE TD-WORK(63:8) TO TD-MATURITY
           MOVE TD-WORK(72:1) TO TD-STATUS
           MOVE TD-WORK(74:3) TO TD-CCY
           MOVE ZERO TO TD-ROLLS
           IF TD-WORK(122:3) IS NUMERIC
               MOVE TD-WORK(122:3) TO TD-ROLLS
           END-IF.

       BUILD-TD-WORK.
           MOVE TD-ID-ALPHA TO TD-WORK(1:6)
           MOVE TD-FUND-ACCOUNT TO TD-WORK(8:6)
           MOVE TD-PAYOUT TO TD-WORK(15:6)
           MOVE TD-PRINCIPAL TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO TD-WORK(22:13)
           MOVE TD-RATE TO TD-RATE-FORMATTED
           MOVE TD-RATE-FORMATTED TO TD-WORK(36:5)
           MOVE TD-BREAK-RATE TO TD-RATE-FORMATTED
           MOVE TD-RATE-FORMATTED TO TD-WORK(42:5)
           MOVE TD-TERM TO TD-WORK(48:3)
           MOVE TD-INSTR TO TD-WORK(52:1)
           MOVE TD-START TO TD-WORK(54:8)
           MOVE TD-MATURITY TO TD-WORK(63:8)
           MOVE TD-STATUS TO TD-WORK(72:1)
           MOVE TD-CCY TO TD-WORK(74:3)
           MOVE TD-ROLLS TO TD-WORK(122:3).

       *> Simple interest on the principal for TD-DAYS at TD-EFF-RATE
       *> percent a year on a 365-day year, then the withholding at
       *> TD-TAX-RATE and the net that actually reaches the account.
       COMPUTE-TD-INTEREST.
           MOVE ZERO TO TD-GROSS
           IF TD-DAYS > ZERO AND TD-EFF-RATE > ZERO
               COMPUTE TD-GROSS ROUNDED =
                   TD-PRINCIPAL * TD-EFF-RATE * TD-DAYS / 36500
           END-IF
           COMPUTE TD-TAX ROUNDED = TD-GROSS * TD-TAX-RATE
           COMPUTE TD-NET = TD-GROSS - TD-TAX.

       *> The withholding rate in force today, from the whole rate
       *> history - the WHT line is stamped today, and the GL and
       *> the remittance extract re-prove it against today's rate
       *> whatever as-of date the run was given.
       FIND-TD-TAX-RATE.
           PERFORM LOAD-TAX-RATE-TABLE
           MOVE 0.15 TO TD-TAX-RATE
           MOVE "00000000" TO TD-TAX-BEST-DATE
           PERFORM VARYING TAX-TBL-IX FROM 1 BY 1
                   UNTIL TAX-TBL-IX > TAX-TBL-COUNT
               IF TAX-TBL-DATE(TAX-TBL-IX) <= TODAY-DATE
                       AND TAX-TBL-DATE(TAX-TBL-IX) > TD-TAX-BEST-DATE
                   MOVE TAX-TBL-DATE(TAX-TBL-IX) TO TD-TAX-BEST-DATE
                   MOVE TAX-TBL-RATE(TAX-TBL-IX) TO TD-TAX-RATE
               END-IF
           END-PERFORM.

       *> Drives one term-deposit movement - IN-ACCOUNT, IN-ACTION
       *> and IN-AMOUNT already set by the caller - through the keyed
       *> posting path the way CHARGE-ONE-FEE drives a FEE.
       POST-TD-MOVEMENT.
           MOVE SPACES TO OUT-RECORD
           MOVE "Y" TO IS-VALID-TRANSACTION
           MOVE "N" TO MATCH-FOUND
           MOVE "N" TO UPDATED
           MOVE "Y" TO TD-POST-OK
           PERFORM PROCESS-RECORDS
           EVALUATE TRUE
               WHEN CONTROL-TOTALS-OK = "N"
                   MOVE "N" TO TD-POST-OK
                   MOVE "TRANSACTION REJECTED: CONTROL TOTAL MISMATCH."
                       TO OUT-RECORD
               WHEN MATCH-FOUND = "N"
                   MOVE "N" TO TD-POST-OK
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN UPDATED = "N"
                   MOVE "N" TO TD-POST-OK
           END-EVALUATE.

       PAY-OUT-TD-PRINCIPAL.
           MOVE TD-PAYOUT TO IN-ACCOUNT
           MOVE "TDP" TO IN-ACTION
           MOVE TD-PRINCIPAL TO IN-AMOUNT
           PERFORM POST-TD-MOVEMENT.

       *> Nothing posts when the term earned nothing (a deposit
       *> broken the day it opened, or a penalty that eats the
       *> whole rate).
       PAY-OUT-TD-INTEREST.
           IF TD-NET > ZERO
               MOVE TD-PAYOUT TO IN-ACCOUNT
               MOVE "TDI" TO IN-ACTION
               MOVE TD-NET TO IN-AMOUNT
               PERFORM POST-TD-MOVEMENT
           ELSE
               MOVE "Y" TO TD-POST-OK
           END-IF.

       *> TDB input action: breaks an active deposit before its
       *> maturity date. The deposit must belong to the account
       *> keyed, as a lien release must. Interest is earned for the
       *> days actually held at the contracted rate less the penalty
       *> rate fixed at opening (never below zero); the principal is
       *> paid out first as TD-BRK and, once it has landed, the
       *> deposit is closed even if the interest credit then fails -
       *> output.txt says so and the back office pays that by hand.
       *> A deposit whose maturity date has come is the maturity
       *> run's to pay, at the full rate. The keyed action and
       *> account are put back afterwards so the batch loop sees the
       *> TDB it handed over.
       BREAK-TERM-DEPOSIT.
           MOVE IN-RECORD(19:6) TO TD-ID-ALPHA
           PERFORM FIND-TD-BY-ID
           EVALUATE TRUE
               WHEN TD-FOUND = "N"
                   MOVE "TERM DEPOSIT NOT FOUND." TO OUT-RECORD
               WHEN TD-WORK(72:1) NOT = "A"
                   MOVE "TERM DEPOSIT NOT ACTIVE." TO OUT-RECORD
               WHEN TD-WORK(63:8) <= TODAY-DATE
                   MOVE "TERM DEPOSIT MATURED - PAID BY THE MATURITY RUN."
                       TO OUT-RECORD
               WHEN OTHER
                   PERFORM PARSE-TD-WORK
                   MOVE TD-START TO TD-DATE-NUM
                   COMPUTE TD-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(TD-DATE-NUM)
                   MOVE TODAY-DATE TO TD-DATE-NUM
                   COMPUTE TD-DAYS =
                       FUNCTION INTEGER-OF-DATE(TD-DATE-NUM)
                           - TD-DATE-INT
                   COMPUTE TD-EFF-RATE = TD-RATE - TD-BREAK-RATE
                   IF TD-EFF-RATE < ZERO
                       MOVE ZERO TO TD-EFF-RATE
                   END-IF
                   PERFORM FIND-TD-TAX-RATE
                   PERFORM COMPUTE-TD-INTEREST
                   MOVE IN-ACCOUNT TO TD-SAVE-ACCOUNT
                   MOVE IN-ACTION TO TD-SAVE-ACTION
                   MOVE "TD-BRK" TO TD-PAY-CLASS
                   PERFORM PAY-OUT-TD-PRINCIPAL
                   IF TD-POST-OK = "Y"
                       MOVE SPACES TO TD-INT-NOTE
                       PERFORM PAY-OUT-TD-INTEREST
                       IF TD-POST-OK = "N"
                           MOVE " - INTEREST NOT PAID" TO TD-INT-NOTE
                       END-IF
                       MOVE "B" TO TD-STATUS
                       MOVE FUNCTION CURRENT-DATE TO TD-STAMP
                       PERFORM BUILD-TD-WORK
                       MOVE TD-STAMP TO TD-WORK(100:21)
                       PERFORM REWRITE-TERM-DEPOSIT
                       MOVE TD-PRINCIPAL TO RAI-FORMATTED
                       MOVE RAI-FORMATTED TO TD-AMT-ALPHA
                       MOVE TD-NET TO RAI-FORMATTED
                       MOVE RAI-FORMATTED TO TD-INT-ALPHA
                       MOVE SPACES TO OUT-RECORD
                       STRING "TERM DEPOSIT " DELIMITED BY SIZE
                              TD-ID-ALPHA DELIMITED BY SIZE
                              " BROKEN, PRINCIPAL " DELIMITED BY SIZE
                              FUNCTION TRIM(TD-AMT-ALPHA)
                                  DELIMITED BY SIZE
                              " INTEREST " DELIMITED BY SIZE
                              FUNCTION TRIM(TD-INT-ALPHA)
                                  DELIMITED BY SIZE
                              TD-INT-NOTE DELIMITED BY "  "
                              INTO OUT-RECORD
                   END-IF
                   MOVE TD-SAVE-ACCOUNT TO IN-ACCOUNT
                   MOVE TD-SAVE-ACTION TO IN-ACTION
           END-EVALUATE.

       FIND-TD-BY-ID.
           MOVE "N" TO TD-FOUND
           PERFORM ENSURE-TD-FILE-EXISTS
           OPEN INPUT TD-FILE
           PERFORM UNTIL 1 = 2
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-RECORD(1:6) = TD-ID-ALPHA
                               AND TD-RECORD(8:6) = IN-RECORD(1:6)
                           MOVE "Y" TO TD-FOUND
                           MOVE TD-RECORD TO TD-WORK
                       END-IF
           END-PERFORM
           CLOSE TD-FILE.

       *> The book is copied through termdeposits.new with the one
       *> deposit in TD-WORK replacing its old line, closed off with
       *> its *TDEND* marker before the live file is touched -
       *> RECOVER-FROM-CRASH finishes or discards a leftover work
       *> file.
       REWRITE-TERM-DEPOSIT.
           OPEN INPUT TD-FILE
           OPEN OUTPUT TD-NEW-FILE
           PERFORM UNTIL 1 = 2
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-RECORD(1:6) = TD-WORK(1:6)
                           WRITE TD-NEW-RECORD FROM TD-WORK
                       ELSE
                           WRITE TD-NEW-RECORD FROM TD-RECORD
                       END-IF
           END-PERFORM
           MOVE SPACES TO TD-NEW-RECORD
           MOVE "*TDEND*" TO TD-NEW-RECORD(1:7)
           WRITE TD-NEW-RECORD
           CLOSE TD-FILE
           CLOSE TD-NEW-FILE
           PERFORM CUTOVER-TERM-DEPOSITS.

       CUTOVER-TERM-DEPOSITS.
           OPEN INPUT TD-NEW-FILE
           OPEN OUTPUT TD-FILE
           PERFORM UNTIL 1 = 2
               READ TD-NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-NEW-RECORD(1:7) NOT = "*TDEND*"
                           WRITE TD-RECORD FROM TD-NEW-RECORD
                       END-IF
           END-PERFORM
           CLOSE TD-NEW-FILE
           CLOSE TD-FILE
           CALL "CBL_DELETE_FILE" USING "termdeposits.new".

       *> --td-maturity [ASOFDATE]: the nightly maturity run. Every
       *> active deposit whose maturity date is on or before the
       *> as-of date (today when not given) is settled by its
       *> instruction, through the keyed posting path with its own
       *> translog lines: P pays the principal (TD-PAY) and the net
       *> interest (TD-INT, with its WHT line) to the payout account
       *> and closes the deposit; R pays the interest and starts a
       *> new term on the same principal; C pays the interest and
       *> takes it straight back into the deposit (TD-ROLL), so the
       *> new term runs on principal plus interest. The book is
       *> rewritten after each deposit, before the next one is
       *> looked at - the same one-item crash window the standing-
       *> order run accepts, reconcilable from the deposit number
       *> and maturity date the TD lines carry. A deposit whose
       *> payout account will not take the credit stays active and
       *> is reported; the next run tries it again. Held under the
       *> accounts lock, like every other writer of the book.
       RUN-TD-MATURITY.
           MOVE "Y" TO TD-RUN-OK
           MOVE TODAY-DATE TO TD-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO TD-RUN-DATE
               ELSE
                   MOVE "N" TO TD-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT TD-REPORT-FILE
           IF TD-RUN-OK = "N"
               MOVE "MATURITY RUN REJECTED: USAGE IS --td-maturity [ASOFDATE]."
                   TO TD-REPORT-RECORD
               WRITE TD-REPORT-RECORD
           ELSE
               MOVE SPACES TO TD-REPORT-RECORD
               STRING "TERM DEPOSIT MATURITY RUN FOR " DELIMITED BY SIZE
                      TD-RUN-DATE DELIMITED BY SIZE
                      INTO TD-REPORT-RECORD
               WRITE TD-REPORT-RECORD
               MOVE ZERO TO TD-PAID-COUNT
               MOVE ZERO TO TD-ROLLED-COUNT
               MOVE ZERO TO TD-FAIL-COUNT
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM ENSURE-TD-FILE-EXISTS
               PERFORM FIND-TD-TAX-RATE
               MOVE "000000" TO TD-CURSOR-ID
               MOVE "Y" TO TD-FOUND
               PERFORM UNTIL TD-FOUND = "N"
                   PERFORM FIND-NEXT-DUE-DEPOSIT
                   IF TD-FOUND = "Y"
                       MOVE TD-WORK(1:6) TO TD-CURSOR-ID
                       PERFORM MATURE-ONE-DEPOSIT
                   END-IF
               END-PERFORM
               PERFORM RELEASE-ACCOUNTS-LOCK
               MOVE SPACES TO TD-REPORT-RECORD
               MOVE TD-PAID-COUNT TO TD-COUNT-ALPHA
               STRING "PAID OUT: " DELIMITED BY SIZE
                      TD-COUNT-ALPHA DELIMITED BY SIZE
                      INTO TD-REPORT-RECORD
               WRITE TD-REPORT-RECORD
               MOVE SPACES TO TD-REPORT-RECORD
               MOVE TD-ROLLED-COUNT TO TD-COUNT-ALPHA
               STRING "ROLLED: " DELIMITED BY SIZE
                      TD-COUNT-ALPHA DELIMITED BY SIZE
                      INTO TD-REPORT-RECORD
               WRITE TD-REPORT-RECORD
               MOVE SPACES TO TD-REPORT-RECORD
               MOVE TD-FAIL-COUNT TO TD-COUNT-ALPHA
               STRING "NOT PAID: " DELIMITED BY SIZE
                      TD-COUNT-ALPHA DELIMITED BY SIZE
                      INTO TD-REPORT-RECORD
               WRITE TD-REPORT-RECORD
           END-IF
           CLOSE TD-REPORT-FILE.

       *> The first active deposit past the cursor that is due by
       *> the run date. Numbers are issued in ascending order and
       *> the book is only ever appended to or rewritten in place,
       *> so the cursor walks it exactly once.
       FIND-NEXT-DUE-DEPOSIT.
           MOVE "N" TO TD-FOUND
           OPEN INPUT TD-FILE
           PERFORM UNTIL 1 = 2
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-RECORD(1:6) > TD-CURSOR-ID
                               AND TD-RECORD(72:1) = "A"
                               AND TD-RECORD(63:8) <= TD-RUN-DATE
                           MOVE "Y" TO TD-FOUND
                           MOVE TD-RECORD TO TD-WORK
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE TD-FILE.

       *> Settles one deposit term by term until it is paid out,
       *> its next maturity is beyond the run date, or a term fails
       *> - a run missed for months catches a rolling deposit up one
       *> term at a time, with the same runaway guard the standing
       *> orders use.
       MATURE-ONE-DEPOSIT.
           PERFORM PARSE-TD-WORK
           MOVE ZERO TO TD-GUARD
           MOVE "Y" TO TD-DEP-OK
           PERFORM UNTIL TD-STATUS NOT = "A"
                   OR TD-MATURITY > TD-RUN-DATE
                   OR TD-DEP-OK = "N"
                   OR TD-GUARD >= 100
               ADD 1 TO TD-GUARD
               PERFORM MATURE-DEPOSIT-TERM
               IF TD-DEP-OK = "Y"
                   PERFORM REWRITE-TERM-DEPOSIT
               ELSE
                   ADD 1 TO TD-FAIL-COUNT
               END-IF
               PERFORM WRITE-TD-MATURITY-LINE
           END-PERFORM.

       MATURE-DEPOSIT-TERM.
           MOVE "Y" TO TD-DEP-OK
           MOVE SPACES TO TD-ROLL-NOTE
           MOVE SPACES TO TD-INT-NOTE
           MOVE TD-MATURITY TO TD-OLD-MATURITY
           MOVE TD-START TO TD-DATE-NUM
           COMPUTE TD-DATE-INT = FUNCTION INTEGER-OF-DATE(TD-DATE-NUM)
           MOVE TD-MATURITY TO TD-DATE-NUM
           COMPUTE TD-DAYS =
               FUNCTION INTEGER-OF-DATE(TD-DATE-NUM) - TD-DATE-INT
           MOVE TD-RATE TO TD-EFF-RATE
           PERFORM COMPUTE-TD-INTEREST
           MOVE TD-PRINCIPAL TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO TD-AMT-ALPHA
           MOVE TD-NET TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO TD-INT-ALPHA
           MOVE TD-TAX TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO TD-TAX-ALPHA
           IF TD-NET > 999999.99
               *> Beyond the posting ceiling - nothing posts, and the
               *> deposit waits for the back office.
               MOVE "N" TO TD-DEP-OK
               MOVE "INTEREST EXCEEDS 999999.99." TO OUT-RECORD
           ELSE
               IF TD-INSTR = "P"
                   MOVE "TD-PAY" TO TD-PAY-CLASS
                   PERFORM PAY-OUT-TD-PRINCIPAL
                   IF TD-POST-OK = "N"
                       MOVE "N" TO TD-DEP-OK
                   ELSE
                       PERFORM PAY-OUT-TD-INTEREST
                       IF TD-POST-OK = "N"
                           MOVE " - INTEREST NOT PAID" TO TD-INT-NOTE
                       END-IF
                       MOVE "M" TO TD-STATUS
                       MOVE FUNCTION CURRENT-DATE TO TD-STAMP
                       ADD 1 TO TD-PAID-COUNT
                   END-IF
               ELSE
                   PERFORM PAY-OUT-TD-INTEREST
                   IF TD-POST-OK = "N"
                       MOVE "N" TO TD-DEP-OK
                   ELSE
                       IF TD-INSTR = "C" AND TD-NET > ZERO
                           PERFORM ROLL-TD-INTEREST
                       END-IF
                       MOVE TD-MATURITY TO TD-START
                       PERFORM SET-TD-MATURITY-DATE
                       ADD 1 TO TD-ROLLS
                       ADD 1 TO TD-ROLLED-COUNT
                   END-IF
               END-IF
           END-IF
           IF TD-DEP-OK = "Y"
               PERFORM BUILD-TD-WORK
               IF TD-STATUS = "M"
                   MOVE TD-STAMP TO TD-WORK(100:21)
               END-IF
           END-IF.

       *> Under a C instruction the net interest just paid goes back
       *> into the deposit - unless that would take the principal
       *> past the posting ceiling, in which case it stays paid out
       *> and the deposit rolls as if under R.
       ROLL-TD-INTEREST.
           IF TD-PRINCIPAL + TD-NET > 999999.99
               MOVE " - INTEREST LEFT PAID OUT" TO TD-ROLL-NOTE
           ELSE
               MOVE TD-PAYOUT TO IN-ACCOUNT
               MOVE "TDR" TO IN-ACTION
               MOVE TD-NET TO IN-AMOUNT
               PERFORM POST-TD-MOVEMENT
               IF TD-POST-OK = "Y"
                   ADD TD-NET TO TD-PRINCIPAL
               ELSE
                   MOVE " - INTEREST LEFT PAID OUT" TO TD-ROLL-NOTE
               END-IF
           END-IF.

       WRITE-TD-MATURITY-LINE.
           MOVE SPACES TO TD-REPORT-RECORD
           EVALUATE TRUE
               WHEN TD-DEP-OK = "N"
                   STRING "DEPOSIT " DELIMITED BY SIZE
                          TD-ID-ALPHA DELIMITED BY SIZE
                          " MATURED " DELIMITED BY SIZE
                          TD-OLD-MATURITY DELIMITED BY SIZE
                          " PRINCIPAL " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-AMT-ALPHA) DELIMITED BY SIZE
                          " NOT PAID - " DELIMITED BY SIZE
                          OUT-RECORD DELIMITED BY "  "
                          INTO TD-REPORT-RECORD
               WHEN TD-STATUS = "M"
                   STRING "DEPOSIT " DELIMITED BY SIZE
                          TD-ID-ALPHA DELIMITED BY SIZE
                          " MATURED " DELIMITED BY SIZE
                          TD-OLD-MATURITY DELIMITED BY SIZE
                          " PRINCIPAL " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-AMT-ALPHA) DELIMITED BY SIZE
                          " INTEREST " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-INT-ALPHA) DELIMITED BY SIZE
                          " TAX " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-TAX-ALPHA) DELIMITED BY SIZE
                          " PAID TO " DELIMITED BY SIZE
                          TD-PAYOUT DELIMITED BY SIZE
                          TD-INT-NOTE DELIMITED BY "  "
                          INTO TD-REPORT-RECORD
               WHEN OTHER
                   STRING "DEPOSIT " DELIMITED BY SIZE
                          TD-ID-ALPHA DELIMITED BY SIZE
                          " MATURED " DELIMITED BY SIZE
                          TD-OLD-MATURITY DELIMITED BY SIZE
                          " PRINCIPAL " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-AMT-ALPHA) DELIMITED BY SIZE
                          " INTEREST " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-INT-ALPHA) DELIMITED BY SIZE
                          " TAX " DELIMITED BY SIZE
                          FUNCTION TRIM(TD-TAX-ALPHA) DELIMITED BY SIZE
                          " ROLLED TO " DELIMITED BY SIZE
                          TD-MATURITY DELIMITED BY SIZE
                          TD-ROLL-NOTE DELIMITED BY "  "
                          INTO TD-REPORT-RECORD
           END-EVALUATE
           WRITE TD-REPORT-RECORD.

       *> --td-ladder [ASOFDATE]: treasury's maturity ladder. Every
       *> active deposit is bucketed by the week, counted from the
       *> as-of date (today when not given), its current term
       *> matures in - TD-LADDER-WEEKS weeks ahead, one bucket for
       *> everything later, and one for deposits already past their
       *> date that the maturity run has not settled. Each bucket
       *> shows how many deposits, the principal and the gross
       *> interest contracted to fall due, per currency - RAI and
       *> IDR amounts never add together.
       RUN-TD-LADDER.
           MOVE "Y" TO TD-RUN-OK
           MOVE TODAY-DATE TO TD-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO TD-RUN-DATE
               ELSE
                   MOVE "N" TO TD-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT TD-LADDER-FILE
           IF TD-RUN-OK = "N"
               MOVE "LADDER REJECTED: USAGE IS --td-ladder [ASOFDATE]."
                   TO TD-LADDER-RECORD
               WRITE TD-LADDER-RECORD
           ELSE
               MOVE SPACES TO TD-LADDER-RECORD
               STRING "TERM DEPOSIT MATURITY LADDER AS OF "
                          DELIMITED BY SIZE
                      TD-RUN-DATE DELIMITED BY SIZE
                      INTO TD-LADDER-RECORD
               WRITE TD-LADDER-RECORD
               PERFORM VARYING TD-LAD-CX FROM 1 BY 1
                       UNTIL TD-LAD-CX > 2
                   PERFORM VARYING TD-LAD-IX FROM 1 BY 1
                           UNTIL TD-LAD-IX > 28
                       MOVE ZERO TO TD-LAD-COUNT(TD-LAD-CX, TD-LAD-IX)
                       MOVE ZERO TO TD-LAD-PRIN(TD-LAD-CX, TD-LAD-IX)
                       MOVE ZERO TO TD-LAD-INT(TD-LAD-CX, TD-LAD-IX)
                   END-PERFORM
               END-PERFORM
               MOVE TD-RUN-DATE TO TD-DATE-NUM
               COMPUTE TD-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(TD-DATE-NUM)
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM ENSURE-TD-FILE-EXISTS
               OPEN INPUT TD-FILE
               PERFORM UNTIL 1 = 2
                   READ TD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF TD-RECORD(72:1) = "A"
                               PERFORM LADDER-ONE-DEPOSIT
                           END-IF
               END-PERFORM
               CLOSE TD-FILE
               PERFORM RELEASE-ACCOUNTS-LOCK
               MOVE "N" TO TD-LAD-ANY
               PERFORM VARYING TD-LAD-CX FROM 1 BY 1
                       UNTIL TD-LAD-CX > 2
                   PERFORM WRITE-TD-LADDER-CURRENCY
               END-PERFORM
               IF TD-LAD-ANY = "N"
                   MOVE "NO ACTIVE TERM DEPOSITS." TO TD-LADDER-RECORD
                   WRITE TD-LADDER-RECORD
               END-IF
           END-IF
           CLOSE TD-LADDER-FILE.

       LADDER-ONE-DEPOSIT.
           MOVE TD-RECORD TO TD-WORK
           PERFORM PARSE-TD-WORK
           IF TD-CCY = "IDR"
               MOVE 2 TO TD-LAD-CX
           ELSE
               MOVE 1 TO TD-LAD-CX
           END-IF
           MOVE TD-MATURITY TO TD-DATE-NUM
           COMPUTE TD-DATE-INT = FUNCTION INTEGER-OF-DATE(TD-DATE-NUM)
           IF TD-MATURITY < TD-RUN-DATE
               MOVE 1 TO TD-LAD-IX
           ELSE
               COMPUTE TD-WEEK = (TD-DATE-INT - TD-ASOF-INT) / 7
               IF TD-WEEK < TD-LADDER-WEEKS
                   COMPUTE TD-LAD-IX = TD-WEEK + 2
               ELSE
                   COMPUTE TD-LAD-IX = TD-LADDER-WEEKS + 2
               END-IF
           END-IF
           MOVE TD-START TO TD-DATE-NUM
           COMPUTE TD-DAYS =
               TD-DATE-INT - FUNCTION INTEGER-OF-DATE(TD-DATE-NUM)
           MOVE TD-RATE TO TD-EFF-RATE
           MOVE ZERO TO TD-TAX-RATE
           PERFORM COMPUTE-TD-INTEREST
           ADD 1 TO TD-LAD-COUNT(TD-LAD-CX, TD-LAD-IX)
           ADD TD-PRINCIPAL TO TD-LAD-PRIN(TD-LAD-CX, TD-LAD-IX)
           ADD TD-GROSS TO TD-LAD-INT(TD-LAD-CX, TD-LAD-IX).

       *> One section per currency that has any active deposit:
       *> the overdue bucket when it holds anything, every week of
       *> the ladder whether or not it does (a gap is information to
       *> treasury), the beyond bucket, and the currency's total.
       WRITE-TD-LADDER-CURRENCY.
           MOVE ZERO TO TD-LAD-TOT-COUNT
           MOVE ZERO TO TD-LAD-TOT-PRIN
           MOVE ZERO TO TD-LAD-TOT-INT
           PERFORM VARYING TD-LAD-IX FROM 1 BY 1
                   UNTIL TD-LAD-IX > TD-LADDER-WEEKS + 2
               ADD TD-LAD-COUNT(TD-LAD-CX, TD-LAD-IX)
                   TO TD-LAD-TOT-COUNT
               ADD TD-LAD-PRIN(TD-LAD-CX, TD-LAD-IX)
                   TO TD-LAD-TOT-PRIN
               ADD TD-LAD-INT(TD-LAD-CX, TD-LAD-IX)
                   TO TD-LAD-TOT-INT
           END-PERFORM
           IF TD-LAD-TOT-COUNT > ZERO
               MOVE "Y" TO TD-LAD-ANY
               MOVE SPACES TO TD-LADDER-RECORD
               IF TD-LAD-CX = 1
                   MOVE "CURRENCY RAI" TO TD-LADDER-RECORD
               ELSE
                   MOVE "CURRENCY IDR" TO TD-LADDER-RECORD
               END-IF
               WRITE TD-LADDER-RECORD
               PERFORM VARYING TD-LAD-IX FROM 1 BY 1
                       UNTIL TD-LAD-IX > TD-LADDER-WEEKS + 2
                   PERFORM WRITE-TD-LADDER-LINE
               END-PERFORM
               MOVE "TOTAL" TO TD-LAD-LABEL
               MOVE TD-LAD-TOT-COUNT TO TD-COUNT-ALPHA
               MOVE TD-LAD-TOT-PRIN TO GL-AMT-FORMATTED
               MOVE GL-AMT-FORMATTED TO GL-AMT-ALPHA
               MOVE TD-LAD-TOT-INT TO GL-AMT-FORMATTED
               PERFORM WRITE-TD-LADDER-ROW
           END-IF.

       WRITE-TD-LADDER-LINE.
           MOVE SPACES TO TD-LAD-LABEL
           EVALUATE TRUE
               WHEN TD-LAD-IX = 1
                   IF TD-LAD-COUNT(TD-LAD-CX, TD-LAD-IX) > ZERO
                       STRING "OVERDUE BEFORE " DELIMITED BY SIZE
                              TD-RUN-DATE DELIMITED BY SIZE
                              INTO TD-LAD-LABEL
                   END-IF
               WHEN TD-LAD-IX = TD-LADDER-WEEKS + 2
                   COMPUTE TD-DATE-INT =
                       TD-ASOF-INT + TD-LADDER-WEEKS * 7
                   MOVE FUNCTION DATE-OF-INTEGER(TD-DATE-INT)
                       TO TD-DATE-NUM
                   MOVE TD-DATE-NUM TO TD-LAD-FROM
                   STRING "FROM " DELIMITED BY SIZE
                          TD-LAD-FROM DELIMITED BY SIZE
                          " ON" DELIMITED BY SIZE
                          INTO TD-LAD-LABEL
               WHEN OTHER
                   COMPUTE TD-DATE-INT =
                       TD-ASOF-INT + (TD-LAD-IX - 2) * 7
                   MOVE FUNCTION DATE-OF-INTEGER(TD-DATE-INT)
                       TO TD-DATE-NUM
                   MOVE TD-DATE-NUM TO TD-LAD-FROM
                   ADD 6 TO TD-DATE-INT
                   MOVE FUNCTION DATE-OF-INTEGER(TD-DATE-INT)
                       TO TD-DATE-NUM
                   MOVE TD-DATE-NUM TO TD-LAD-TO
                   COMPUTE TD-WEEK = TD-LAD-IX - 1
                   MOVE TD-WEEK TO TD-COUNT-ALPHA
                   STRING "WEEK " DELIMITED BY SIZE
                          TD-COUNT-ALPHA(4:2) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TD-LAD-FROM DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          TD-LAD-TO DELIMITED BY SIZE
                          INTO TD-LAD-LABEL
           END-EVALUATE
           IF TD-LAD-LABEL NOT = SPACES
               MOVE TD-LAD-COUNT(TD-LAD-CX, TD-LAD-IX)
                   TO TD-COUNT-ALPHA
               MOVE TD-LAD-PRIN(TD-LAD-CX, TD-LAD-IX)
                   TO GL-AMT-FORMATTED
               MOVE GL-AMT-FORMATTED TO GL-AMT-ALPHA
               MOVE TD-LAD-INT(TD-LAD-CX, TD-LAD-IX)
                   TO GL-AMT-FORMATTED
               PERFORM WRITE-TD-LADDER-ROW
           END-IF.

       *> Label, count, principal (left in GL-AMT-ALPHA by the
       *> caller) and interest (in GL-AMT-FORMATTED) in fixed
       *> columns so the weeks line up.
       WRITE-TD-LADDER-ROW.
           MOVE SPACES TO TD-LADDER-RECORD
           MOVE TD-LAD-LABEL TO TD-LADDER-RECORD(3:30)
           MOVE "DEPOSITS" TO TD-LADDER-RECORD(34:8)
           MOVE TD-COUNT-ALPHA TO TD-LADDER-RECORD(43:5)
           MOVE "PRINCIPAL" TO TD-LADDER-RECORD(50:9)
           MOVE GL-AMT-ALPHA TO TD-LADDER-RECORD(60:16)
           MOVE "INTEREST" TO TD-LADDER-RECORD(78:8)
           MOVE GL-AMT-FORMATTED TO TD-LADDER-RECORD(87:16)
           WRITE TD-LADDER-RECORD.

       ENSURE-LOAN-FILES-EXIST.
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-STATUS = "35"
               CLOSE LOAN-FILE
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
           ELSE
               CLOSE LOAN-FILE
           END-IF
           OPEN INPUT LSCH-FILE
           IF LSCH-FILE-STATUS = "35"
               CLOSE LSCH-FILE
               OPEN OUTPUT LSCH-FILE
               CLOSE LSCH-FILE
           ELSE
               CLOSE LSCH-FILE
           END-IF.

       *> LOA input action: books an instalment loan to the customer
       *> who owns the account keyed and pays the principal out onto
       *> that account, which then carries the repayments. The
       *> account has to be linked to a customer - a loan with no
       *> borrower behind it is exactly the spreadsheet problem this
       *> replaces. The whole schedule is built first; only when
       *> every instalment fits the posting path does the
       *> disbursement post, and only once that has landed are the
       *> loan and its schedule written. The keyed action and account
       *> are put back afterwards as on a TDB.
       BOOK-LOAN.
           MOVE IN-RECORD(1:6) TO LN-ACCOUNT
           PERFORM READ-LOAN-ACCOUNT
           MOVE IN-AMOUNT TO LN-PRINCIPAL
           MOVE FUNCTION NUMVAL(IN-RECORD(29:5)) TO LN-RATE
           MOVE IN-RECORD(25:3) TO LN-TERM
           MOVE TODAY-DATE TO LN-START
           EVALUATE TRUE
               WHEN LN-ACCT-FOUND = "N"
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN LN-ACCT-STATUS NOT = "O"
                   MOVE "LOAN REJECTED: ACCOUNT NOT OPEN." TO OUT-RECORD
               WHEN LN-CUSTNO = SPACES
                   MOVE "LOAN REJECTED: ACCOUNT NOT LINKED TO A CUSTOMER."
                       TO OUT-RECORD
               WHEN IN-AMOUNT = ZERO
                   MOVE "LOAN REJECTED: AMOUNT IS ZERO." TO OUT-RECORD
               WHEN OTHER
                   PERFORM BUILD-LOAN-SCHEDULE
                   IF LN-TBL-MAX > 999999.99
                       MOVE "LOAN REJECTED: INSTALMENT EXCEEDS POSTING LIMIT."
                           TO OUT-RECORD
                   ELSE
                       PERFORM FIND-HIGHEST-LOAN-ID
                       COMPUTE LN-NEW-ID = LN-MAX-ID + 1
                       MOVE LN-NEW-ID TO LN-ID-ALPHA
                       MOVE IN-ACCOUNT TO LN-SAVE-ACCOUNT
                       MOVE IN-ACTION TO LN-SAVE-ACTION
                       PERFORM POST-LOAN-MOVEMENT
                       MOVE LN-SAVE-ACCOUNT TO IN-ACCOUNT
                       MOVE LN-SAVE-ACTION TO IN-ACTION
                       IF LN-POST-OK = "Y"
                           PERFORM WRITE-NEW-LOAN
                           MOVE LN-INSTALMENT TO RAI-FORMATTED
                           MOVE RAI-FORMATTED TO LN-AMT-ALPHA
                           MOVE SPACES TO OUT-RECORD
                           STRING "LOAN " DELIMITED BY SIZE
                                  LN-ID-ALPHA DELIMITED BY SIZE
                                  " BOOKED, " DELIMITED BY SIZE
                                  LN-TERM DELIMITED BY SIZE
                                  " INSTALMENTS OF " DELIMITED BY SIZE
                                  FUNCTION TRIM(LN-AMT-ALPHA)
                                      DELIMITED BY SIZE
                                  " FROM " DELIMITED BY SIZE
                                  LN-TBL-DUE(1) DELIMITED BY SIZE
                                  "." DELIMITED BY SIZE
                                  INTO OUT-RECORD
                       END-IF
                   END-IF
           END-EVALUATE.

       READ-LOAN-ACCOUNT.
           MOVE "N" TO LN-ACCT-FOUND
           PERFORM ENSURE-MASTER-FILE-EXISTS
           OPEN INPUT MASTER-FILE
           MOVE SPACES TO MASTER-RECORD
           MOVE LN-ACCOUNT TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LN-ACCT-FOUND
                   MOVE MASTER-RECORD(23:1) TO LN-ACCT-STATUS
                   IF LN-ACCT-STATUS = SPACE
                       MOVE "O" TO LN-ACCT-STATUS
                   END-IF
                   MOVE MASTER-RECORD(44:6) TO LN-CUSTNO
                   MOVE MASTER-RECORD(50:3) TO LN-CCY
                   IF LN-CCY = SPACES
                       MOVE "RAI" TO LN-CCY
                   END-IF
           END-READ
           CLOSE MASTER-FILE.

       *> Level-instalment amortization: the instalment is the
       *> annuity payment on the principal at a twelfth of the
       *> yearly rate per month (the principal split evenly when the
       *> loan is interest-free). Each month's interest is charged
       *> on the principal still outstanding, the rest of the
       *> instalment repays principal, and the last instalment takes
       *> whatever principal the rounding has left so the loan ends
       *> at exactly zero.
       BUILD-LOAN-SCHEDULE.
           IF LN-RATE = ZERO
               COMPUTE LN-INSTALMENT ROUNDED = LN-PRINCIPAL / LN-TERM
           ELSE
               *> Discounted one month at a time rather than raised
               *> to a power, so every step keeps the full seventeen
               *> places.
               COMPUTE LN-MRATE ROUNDED = LN-RATE / 1200
               MOVE 1 TO LN-DISCOUNT
               PERFORM VARYING LN-INST-NO FROM 1 BY 1
                       UNTIL LN-INST-NO > LN-TERM
                   COMPUTE LN-DISCOUNT ROUNDED =
                       LN-DISCOUNT / (1 + LN-MRATE)
               END-PERFORM
               COMPUTE LN-INSTALMENT ROUNDED =
                   LN-PRINCIPAL * LN-MRATE / (1 - LN-DISCOUNT)
           END-IF
           MOVE LN-PRINCIPAL TO LN-SCH-BAL
           MOVE ZERO TO LN-TBL-MAX
           PERFORM VARYING LN-INST-NO FROM 1 BY 1
                   UNTIL LN-INST-NO > LN-TERM
               COMPUTE LN-SCH-INT ROUNDED = LN-SCH-BAL * LN-RATE / 1200
               IF LN-INST-NO = LN-TERM
                       OR LN-INSTALMENT - LN-SCH-INT > LN-SCH-BAL
                   MOVE LN-SCH-BAL TO LN-SCH-PRIN
               ELSE
                   IF LN-INSTALMENT > LN-SCH-INT
                       COMPUTE LN-SCH-PRIN = LN-INSTALMENT - LN-SCH-INT
                   ELSE
                       MOVE ZERO TO LN-SCH-PRIN
                   END-IF
               END-IF
               COMPUTE LN-SCH-INST = LN-SCH-PRIN + LN-SCH-INT
               SUBTRACT LN-SCH-PRIN FROM LN-SCH-BAL
               PERFORM SET-LOAN-DUE-DATE
               MOVE LN-DUE TO LN-TBL-DUE(LN-INST-NO)
               MOVE LN-SCH-INST TO LN-TBL-INST(LN-INST-NO)
               MOVE LN-SCH-PRIN TO LN-TBL-PRIN(LN-INST-NO)
               MOVE LN-SCH-INT TO LN-TBL-INT(LN-INST-NO)
               MOVE LN-SCH-BAL TO LN-TBL-BAL(LN-INST-NO)
               IF LN-SCH-INST > LN-TBL-MAX
                   MOVE LN-SCH-INST TO LN-TBL-MAX
               END-IF
           END-PERFORM.

       *> Instalment LN-INST-NO falls due that many months after the
       *> disbursement date, the day clamped to the month's length -
       *> always counted from the start date, so a loan booked on the
       *> 31st comes back to the 31st after a short month.
       SET-LOAN-DUE-DATE.
           MOVE LN-START(1:4) TO SO-YY
           MOVE LN-START(5:2) TO SO-MM
           MOVE LN-START(7:2) TO SO-DD
           COMPUTE LN-MONTHS = SO-MM - 1 + LN-INST-NO
           DIVIDE LN-MONTHS BY 12 GIVING LN-YEARS
               REMAINDER LN-MON-REM
           ADD LN-YEARS TO SO-YY
           COMPUTE SO-MM = LN-MON-REM + 1
           PERFORM SET-DAYS-IN-MONTH
           IF SO-DD > SO-MONTH-DAYS
               MOVE SO-MONTH-DAYS TO SO-DD
           END-IF
           COMPUTE LN-DATE-NUM = SO-YY * 10000 + SO-MM * 100 + SO-DD
           MOVE LN-DATE-NUM TO LN-DUE.

       FIND-HIGHEST-LOAN-ID.
           MOVE ZERO TO LN-MAX-ID
           PERFORM ENSURE-LOAN-FILES-EXIST
           OPEN INPUT LOAN-FILE
           PERFORM UNTIL 1 = 2
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOAN-RECORD(1:6) IS NUMERIC
                               AND LOAN-RECORD(1:6) > LN-MAX-ID
                           MOVE LOAN-RECORD(1:6) TO LN-MAX-ID
                       END-IF
           END-PERFORM
           CLOSE LOAN-FILE.

       *> Drives one loan movement - IN-ACCOUNT, IN-ACTION and
       *> IN-AMOUNT already set by the caller - through the keyed
       *> posting path, as POST-TD-MOVEMENT does for deposits.
       POST-LOAN-MOVEMENT.
           MOVE SPACES TO OUT-RECORD
           MOVE "Y" TO IS-VALID-TRANSACTION
           MOVE "N" TO MATCH-FOUND
           MOVE "N" TO UPDATED
           MOVE "Y" TO LN-POST-OK
           PERFORM PROCESS-RECORDS
           EVALUATE TRUE
               WHEN CONTROL-TOTALS-OK = "N"
                   MOVE "N" TO LN-POST-OK
                   MOVE "TRANSACTION REJECTED: CONTROL TOTAL MISMATCH."
                       TO OUT-RECORD
               WHEN MATCH-FOUND = "N"
                   MOVE "N" TO LN-POST-OK
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN UPDATED = "N"
                   MOVE "N" TO LN-POST-OK
           END-EVALUATE.

       *> The loan row and its schedule lines from the table, both
       *> appended - a new loan number always sorts last, which keeps
       *> the schedule in loan and instalment order.
       WRITE-NEW-LOAN.
           MOVE FUNCTION CURRENT-DATE TO LN-STAMP
           MOVE SPACES TO LN-WORK
           MOVE LN-ID-ALPHA TO LN-WORK(1:6)
           MOVE LN-CUSTNO TO LN-WORK(8:6)
           MOVE LN-ACCOUNT TO LN-WORK(15:6)
           MOVE LN-PRINCIPAL TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO LN-WORK(22:13)
           MOVE LN-RATE TO TD-RATE-FORMATTED
           MOVE TD-RATE-FORMATTED TO LN-WORK(36:5)
           MOVE LN-TERM TO LN-WORK(42:3)
           MOVE LN-START TO LN-WORK(46:8)
           MOVE "A" TO LN-WORK(55:1)
           MOVE RAI-FORMATTED TO LN-WORK(57:13)
           MOVE LN-INSTALMENT TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO LN-WORK(71:13)
           MOVE ZERO TO LN-PAID-COUNT
           MOVE LN-PAID-COUNT TO LN-WORK(85:3)
           MOVE LN-CCY TO LN-WORK(89:3)
           MOVE LN-STAMP TO LN-WORK(93:21)
           PERFORM ENSURE-LOAN-FILES-EXIST
           OPEN EXTEND LOAN-FILE
           WRITE LOAN-RECORD FROM LN-WORK
           CLOSE LOAN-FILE
           OPEN EXTEND LSCH-FILE
           PERFORM VARYING LN-INST-NO FROM 1 BY 1
                   UNTIL LN-INST-NO > LN-TERM
               MOVE SPACES TO LSCH-RECORD
               MOVE LN-ID-ALPHA TO LSCH-RECORD(1:6)
               MOVE LN-INST-NO TO LSCH-RECORD(8:3)
               MOVE LN-TBL-DUE(LN-INST-NO) TO LSCH-RECORD(12:8)
               MOVE LN-TBL-INST(LN-INST-NO) TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO LSCH-RECORD(21:13)
               MOVE LN-TBL-PRIN(LN-INST-NO) TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO LSCH-RECORD(35:13)
               MOVE LN-TBL-INT(LN-INST-NO) TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO LSCH-RECORD(49:13)
               MOVE LN-TBL-BAL(LN-INST-NO) TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO LSCH-RECORD(63:13)
               MOVE "D" TO LSCH-RECORD(77:1)
               MOVE LN-ACCOUNT TO LSCH-RECORD(79:6)
               MOVE LN-CCY TO LSCH-RECORD(86:3)
               WRITE LSCH-RECORD
           END-PERFORM
           CLOSE LSCH-FILE.

       *> --loan-collect [ASOFDATE]: the collection run. Every
       *> instalment still due whose date is on or before the as-of
       *> date (today when not given) is debited from its loan's
       *> repayment account through the keyed posting path as one
       *> LN-COLL line carrying the principal and interest split the
       *> schedule fixed. A loan's instalments are taken oldest
       *> first; the first one its account cannot cover stops that
       *> loan for the run, so a later instalment is never collected
       *> ahead of an earlier one. Each collection marks its schedule
       *> line paid and then brings the loan row's outstanding
       *> principal and count forward, before the next instalment is
       *> looked at - the LN-COLL line carries the loan number and
       *> due date should a kill between the two ever need matching
       *> up by hand. Held under the accounts lock.
       RUN-LOAN-COLLECTION.
           MOVE "Y" TO LN-RUN-OK
           MOVE TODAY-DATE TO LN-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO LN-RUN-DATE
               ELSE
                   MOVE "N" TO LN-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT LOAN-REPORT-FILE
           IF LN-RUN-OK = "N"
               MOVE "COLLECTION REJECTED: USAGE IS --loan-collect [ASOFDATE]."
                   TO LOAN-REPORT-RECORD
               WRITE LOAN-REPORT-RECORD
           ELSE
               MOVE SPACES TO LOAN-REPORT-RECORD
               STRING "LOAN INSTALMENT COLLECTION FOR " DELIMITED BY SIZE
                      LN-RUN-DATE DELIMITED BY SIZE
                      INTO LOAN-REPORT-RECORD
               WRITE LOAN-REPORT-RECORD
               MOVE ZERO TO LN-COLLECTED-COUNT
               MOVE ZERO TO LN-MISSED-COUNT
               MOVE ZERO TO LN-COLLECTED-AMT
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM ENSURE-LOAN-FILES-EXIST
               MOVE SPACES TO LN-CURSOR-KEY
               MOVE SPACES TO LN-SKIP-LOAN
               MOVE "Y" TO LN-FOUND
               PERFORM UNTIL LN-FOUND = "N"
                   PERFORM FIND-NEXT-DUE-INSTALMENT
                   IF LN-FOUND = "Y"
                       MOVE LN-SCH-WORK(1:10) TO LN-CURSOR-KEY
                       PERFORM COLLECT-ONE-INSTALMENT
                   END-IF
               END-PERFORM
               PERFORM RELEASE-ACCOUNTS-LOCK
               MOVE SPACES TO LOAN-REPORT-RECORD
               MOVE LN-COLLECTED-COUNT TO LN-COUNT-ALPHA
               MOVE LN-COLLECTED-AMT TO GL-AMT-FORMATTED
               STRING "INSTALMENTS COLLECTED: " DELIMITED BY SIZE
                      LN-COUNT-ALPHA DELIMITED BY SIZE
                      " TOTAL: " DELIMITED BY SIZE
                      FUNCTION TRIM(GL-AMT-FORMATTED) DELIMITED BY SIZE
                      INTO LOAN-REPORT-RECORD
               WRITE LOAN-REPORT-RECORD
               MOVE SPACES TO LOAN-REPORT-RECORD
               MOVE LN-MISSED-COUNT TO LN-COUNT-ALPHA
               STRING "INSTALMENTS NOT COLLECTED: " DELIMITED BY SIZE
                      LN-COUNT-ALPHA DELIMITED BY SIZE
                      INTO LOAN-REPORT-RECORD
               WRITE LOAN-REPORT-RECORD
           END-IF
           CLOSE LOAN-REPORT-FILE.

       *> The first due schedule line past the cursor that falls on
       *> or before the run date, skipping the rest of a loan that
       *> has just missed one.
       FIND-NEXT-DUE-INSTALMENT.
           MOVE "N" TO LN-FOUND
           OPEN INPUT LSCH-FILE
           PERFORM UNTIL 1 = 2
               READ LSCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LSCH-RECORD(1:10) > LN-CURSOR-KEY
                               AND LSCH-RECORD(77:1) = "D"
                               AND LSCH-RECORD(12:8) <= LN-RUN-DATE
                               AND LSCH-RECORD(1:6) NOT = LN-SKIP-LOAN
                           MOVE "Y" TO LN-FOUND
                           MOVE LSCH-RECORD TO LN-SCH-WORK
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE LSCH-FILE.

       *> An instalment of nothing (an interest-free loan whose
       *> rounding repaid it a month early) is simply marked paid.
       COLLECT-ONE-INSTALMENT.
           MOVE LN-SCH-WORK(1:6) TO LN-ID-ALPHA
           MOVE LN-SCH-WORK(8:3) TO LN-INST-NO
           MOVE LN-SCH-WORK(12:8) TO LN-DUE
           MOVE FUNCTION NUMVAL(LN-SCH-WORK(21:13)) TO LN-SCH-INST
           MOVE FUNCTION NUMVAL(LN-SCH-WORK(35:13)) TO LN-SCH-PRIN
           MOVE FUNCTION NUMVAL(LN-SCH-WORK(49:13)) TO LN-SCH-INT
           MOVE LN-SCH-WORK(79:6) TO LN-ACCOUNT
           IF LN-SCH-INST > ZERO
               MOVE LN-ACCOUNT TO IN-ACCOUNT
               MOVE "LNC" TO IN-ACTION
               MOVE LN-SCH-INST TO IN-AMOUNT
               PERFORM POST-LOAN-MOVEMENT
           ELSE
               MOVE "Y" TO LN-POST-OK
           END-IF
           IF LN-POST-OK = "Y"
               MOVE "P" TO LN-SCH-WORK(77:1)
               MOVE TODAY-DATE TO LN-SCH-WORK(90:8)
               PERFORM REWRITE-LOAN-SCHEDULE-LINE
               PERFORM APPLY-LOAN-REPAYMENT
               ADD 1 TO LN-COLLECTED-COUNT
               ADD LN-SCH-INST TO LN-COLLECTED-AMT
           ELSE
               MOVE LN-ID-ALPHA TO LN-SKIP-LOAN
               ADD 1 TO LN-MISSED-COUNT
           END-IF
           PERFORM WRITE-LOAN-COLLECTION-LINE.

       *> The loan row after a collection: principal outstanding
       *> down by the instalment's principal part, one more
       *> instalment in, and paid off once the last one is.
       APPLY-LOAN-REPAYMENT.
           MOVE "N" TO LN-FOUND
           OPEN INPUT LOAN-FILE
           PERFORM UNTIL 1 = 2
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOAN-RECORD(1:6) = LN-ID-ALPHA
                           MOVE "Y" TO LN-FOUND
                           MOVE LOAN-RECORD TO LN-WORK
                           EXIT PERFORM
                       END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           IF LN-FOUND = "Y"
               MOVE FUNCTION NUMVAL(LN-WORK(57:13)) TO LN-OUTSTANDING
               IF LN-SCH-PRIN > LN-OUTSTANDING
                   MOVE ZERO TO LN-OUTSTANDING
               ELSE
                   SUBTRACT LN-SCH-PRIN FROM LN-OUTSTANDING
               END-IF
               MOVE LN-OUTSTANDING TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO LN-WORK(57:13)
               MOVE ZERO TO LN-PAID-COUNT
               IF LN-WORK(85:3) IS NUMERIC
                   MOVE LN-WORK(85:3) TO LN-PAID-COUNT
               END-IF
               ADD 1 TO LN-PAID-COUNT
               MOVE LN-PAID-COUNT TO LN-WORK(85:3)
               MOVE ZERO TO LN-TERM
               IF LN-WORK(42:3) IS NUMERIC
                   MOVE LN-WORK(42:3) TO LN-TERM
               END-IF
               IF LN-PAID-COUNT >= LN-TERM
                   MOVE "P" TO LN-WORK(55:1)
                   MOVE TODAY-DATE TO LN-WORK(115:8)
               END-IF
               PERFORM REWRITE-LOAN
           END-IF.

       *> Both rewrites go through their work file and end marker
       *> the way REWRITE-TERM-DEPOSIT does; RECOVER-FROM-CRASH
       *> finishes or discards a leftover one.
       REWRITE-LOAN-SCHEDULE-LINE.
           OPEN INPUT LSCH-FILE
           OPEN OUTPUT LSCH-NEW-FILE
           PERFORM UNTIL 1 = 2
               READ LSCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LSCH-RECORD(1:10) = LN-SCH-WORK(1:10)
                           WRITE LSCH-NEW-RECORD FROM LN-SCH-WORK
                       ELSE
                           WRITE LSCH-NEW-RECORD FROM LSCH-RECORD
                       END-IF
           END-PERFORM
           MOVE SPACES TO LSCH-NEW-RECORD
           MOVE "*LSEND*" TO LSCH-NEW-RECORD(1:7)
           WRITE LSCH-NEW-RECORD
           CLOSE LSCH-FILE
           CLOSE LSCH-NEW-FILE
           PERFORM CUTOVER-LOAN-SCHEDULE.

       CUTOVER-LOAN-SCHEDULE.
           OPEN INPUT LSCH-NEW-FILE
           OPEN OUTPUT LSCH-FILE
           PERFORM UNTIL 1 = 2
               READ LSCH-NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LSCH-NEW-RECORD(1:7) NOT = "*LSEND*"
                           WRITE LSCH-RECORD FROM LSCH-NEW-RECORD
                       END-IF
           END-PERFORM
           CLOSE LSCH-NEW-FILE
           CLOSE LSCH-FILE
           CALL "CBL_DELETE_FILE" USING "loan_schedule.new".

       REWRITE-LOAN.
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT LOAN-NEW-FILE
           PERFORM UNTIL 1 = 2
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOAN-RECORD(1:6) = LN-WORK(1:6)
                           WRITE LOAN-NEW-RECORD FROM LN-WORK
                       ELSE
                           WRITE LOAN-NEW-RECORD FROM LOAN-RECORD
                       END-IF
           END-PERFORM
           MOVE SPACES TO LOAN-NEW-RECORD
           MOVE "*LOEND*" TO LOAN-NEW-RECORD(1:7)
           WRITE LOAN-NEW-RECORD
           CLOSE LOAN-FILE
           CLOSE LOAN-NEW-FILE
           PERFORM CUTOVER-LOANS.

       CUTOVER-LOANS.
           OPEN INPUT LOAN-NEW-FILE
           OPEN OUTPUT LOAN-FILE
           PERFORM UNTIL 1 = 2
               READ LOAN-NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOAN-NEW-RECORD(1:7) NOT = "*LOEND*"
                           WRITE LOAN-RECORD FROM LOAN-NEW-RECORD
                       END-IF
           END-PERFORM
           CLOSE LOAN-NEW-FILE
           CLOSE LOAN-FILE
           CALL "CBL_DELETE_FILE" USING "loans.new".

       WRITE-LOAN-COLLECTION-LINE.
           MOVE LN-SCH-INST TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO LN-AMT-ALPHA
           MOVE LN-SCH-PRIN TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO LN-PRIN-ALPHA
           MOVE LN-SCH-INT TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO LN-INT-ALPHA
           MOVE SPACES TO LOAN-REPORT-RECORD
           IF LN-POST-OK = "Y"
               STRING "LOAN " DELIMITED BY SIZE
                      LN-ID-ALPHA DELIMITED BY SIZE
                      " INSTALMENT " DELIMITED BY SIZE
                      LN-INST-NO DELIMITED BY SIZE
                      " DUE " DELIMITED BY SIZE
                      LN-DUE DELIMITED BY SIZE
                      " ACCOUNT " DELIMITED BY SIZE
                      LN-ACCOUNT DELIMITED BY SIZE
                      " COLLECTED " DELIMITED BY SIZE
                      FUNCTION TRIM(LN-AMT-ALPHA) DELIMITED BY SIZE
                      " PRINCIPAL " DELIMITED BY SIZE
                      FUNCTION TRIM(LN-PRIN-ALPHA) DELIMITED BY SIZE
                      " INTEREST " DELIMITED BY SIZE
                      FUNCTION TRIM(LN-INT-ALPHA) DELIMITED BY SIZE
                      INTO LOAN-REPORT-RECORD
           ELSE
               STRING "LOAN " DELIMITED BY SIZE
                      LN-ID-ALPHA DELIMITED BY SIZE
                      " INSTALMENT " DELIMITED BY SIZE
                      LN-INST-NO DELIMITED BY SIZE
                      " DUE " DELIMITED BY SIZE
                      LN-DUE DELIMITED BY SIZE
                      " ACCOUNT " DELIMITED BY SIZE
                      LN-ACCOUNT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(LN-AMT-ALPHA) DELIMITED BY SIZE
                      " NOT COLLECTED - " DELIMITED BY SIZE
                      OUT-RECORD DELIMITED BY "  "
                      INTO LOAN-REPORT-RECORD
           END-IF
           WRITE LOAN-REPORT-RECORD.

       *> --loan-arrears [ASOFDATE]: every instalment still due whose
       *> date has passed by the as-of date (today when not given)
       *> is aged by the days since it fell due - 1-29, 30-59, 60-89
       *> or 90 and over - one line per loan with the count missed,
       *> the oldest due date and its age, and the amounts in each
       *> bucket, then the bucket totals per currency. The schedule
       *> is in loan order, so each loan's line is complete when the
       *> next loan's first instalment is read.
       RUN-LOAN-ARREARS.
           MOVE "Y" TO LN-RUN-OK
           MOVE TODAY-DATE TO LN-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO LN-RUN-DATE
               ELSE
                   MOVE "N" TO LN-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT LARR-REPORT-FILE
           IF LN-RUN-OK = "N"
               MOVE "ARREARS REPORT REJECTED: USAGE IS --loan-arrears [ASOFDATE]."
                   TO LARR-REPORT-RECORD
               WRITE LARR-REPORT-RECORD
           ELSE
               MOVE SPACES TO LARR-REPORT-RECORD
               STRING "LOAN ARREARS AS OF " DELIMITED BY SIZE
                      LN-RUN-DATE DELIMITED BY SIZE
                      INTO LARR-REPORT-RECORD
               WRITE LARR-REPORT-RECORD
               MOVE SPACES TO LARR-REPORT-RECORD
               MOVE "LOAN" TO LARR-REPORT-RECORD(1:4)
               MOVE "ACCOUNT" TO LARR-REPORT-RECORD(13:7)
               MOVE "CCY" TO LARR-REPORT-RECORD(21:3)
               MOVE "MISSD" TO LARR-REPORT-RECORD(25:5)
               MOVE "OLDEST" TO LARR-REPORT-RECORD(31:6)
               MOVE "DAYS" TO LARR-REPORT-RECORD(40:4)
               MOVE "1-29 DAYS" TO LARR-REPORT-RECORD(52:9)
               MOVE "30-59 DAYS" TO LARR-REPORT-RECORD(68:10)
               MOVE "60-89 DAYS" TO LARR-REPORT-RECORD(85:10)
               MOVE "90+ DAYS" TO LARR-REPORT-RECORD(104:8)
               WRITE LARR-REPORT-RECORD
               PERFORM VARYING LN-ARR-CX FROM 1 BY 1
                       UNTIL LN-ARR-CX > 2
                   PERFORM VARYING LN-ARR-BX FROM 1 BY 1
                           UNTIL LN-ARR-BX > 4
                       MOVE ZERO TO LN-ARR-COUNT(LN-ARR-CX, LN-ARR-BX)
                       MOVE ZERO TO LN-ARR-AMT(LN-ARR-CX, LN-ARR-BX)
                   END-PERFORM
               END-PERFORM
               MOVE "N" TO LN-ARR-ANY
               MOVE SPACES TO LN-CUR-LOAN
               MOVE LN-RUN-DATE TO LN-DATE-NUM
               COMPUTE LN-ASOF-INT = FUNCTION INTEGER-OF-DATE(LN-DATE-NUM)
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM ENSURE-LOAN-FILES-EXIST
               OPEN INPUT LSCH-FILE
               PERFORM UNTIL 1 = 2
                   READ LSCH-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LSCH-RECORD(77:1) = "D"
                                   AND LSCH-RECORD(12:8) < LN-RUN-DATE
                               PERFORM AGE-ONE-INSTALMENT
                           END-IF
               END-PERFORM
               CLOSE LSCH-FILE
               PERFORM RELEASE-ACCOUNTS-LOCK
               IF LN-CUR-LOAN NOT = SPACES
                   PERFORM WRITE-LOAN-ARREARS-LINE
               END-IF
               IF LN-ARR-ANY = "N"
                   MOVE "NO LOANS IN ARREARS." TO LARR-REPORT-RECORD
                   WRITE LARR-REPORT-RECORD
               ELSE
                   PERFORM VARYING LN-ARR-CX FROM 1 BY 1
                           UNTIL LN-ARR-CX > 2
                       PERFORM WRITE-LOAN-ARREARS-TOTAL
                   END-PERFORM
               END-IF
           END-IF
           CLOSE LARR-REPORT-FILE.

       AGE-ONE-INSTALMENT.
           IF LSCH-RECORD(1:6) NOT = LN-CUR-LOAN
               IF LN-CUR-LOAN NOT = SPACES
                   PERFORM WRITE-LOAN-ARREARS-LINE
               END-IF
               MOVE LSCH-RECORD(1:6) TO LN-CUR-LOAN
               MOVE LSCH-RECORD(79:6) TO LN-CUR-ACCOUNT
               MOVE LSCH-RECORD(86:3) TO LN-CUR-CCY
               IF LN-CUR-CCY = SPACES
                   MOVE "RAI" TO LN-CUR-CCY
               END-IF
               MOVE LSCH-RECORD(12:8) TO LN-CUR-OLDEST
               MOVE ZERO TO LN-CUR-COUNT
               MOVE ZERO TO LN-OLDEST-DAYS
               PERFORM VARYING LN-ARR-BX FROM 1 BY 1
                       UNTIL LN-ARR-BX > 4
                   MOVE ZERO TO LN-LOAN-BKT-AMT(LN-ARR-BX)
               END-PERFORM
           END-IF
           ADD 1 TO LN-CUR-COUNT
           MOVE LSCH-RECORD(12:8) TO LN-DATE-NUM
           COMPUTE LN-DAYS-LATE =
               LN-ASOF-INT - FUNCTION INTEGER-OF-DATE(LN-DATE-NUM)
           IF LN-DAYS-LATE > LN-OLDEST-DAYS
               MOVE LN-DAYS-LATE TO LN-OLDEST-DAYS
           END-IF
           EVALUATE TRUE
               WHEN LN-DAYS-LATE < 30
                   MOVE 1 TO LN-ARR-BX
               WHEN LN-DAYS-LATE < 60
                   MOVE 2 TO LN-ARR-BX
               WHEN LN-DAYS-LATE < 90
                   MOVE 3 TO LN-ARR-BX
               WHEN OTHER
                   MOVE 4 TO LN-ARR-BX
           END-EVALUATE
           IF LN-CUR-CCY = "IDR"
               MOVE 2 TO LN-ARR-CX
           ELSE
               MOVE 1 TO LN-ARR-CX
           END-IF
           MOVE FUNCTION NUMVAL(LSCH-RECORD(21:13)) TO LN-SCH-INST
           ADD LN-SCH-INST TO LN-LOAN-BKT-AMT(LN-ARR-BX)
           ADD 1 TO LN-ARR-COUNT(LN-ARR-CX, LN-ARR-BX)
           ADD LN-SCH-INST TO LN-ARR-AMT(LN-ARR-CX, LN-ARR-BX).

       WRITE-LOAN-ARREARS-LINE.
           MOVE "Y" TO LN-ARR-ANY
           MOVE SPACES TO LARR-REPORT-RECORD
           MOVE LN-CUR-LOAN TO LARR-REPORT-RECORD(1:6)
           MOVE LN-CUR-ACCOUNT TO LARR-REPORT-RECORD(13:6)
           MOVE LN-CUR-CCY TO LARR-REPORT-RECORD(21:3)
           MOVE LN-CUR-COUNT TO LARR-REPORT-RECORD(25:3)
           MOVE LN-CUR-OLDEST TO LARR-REPORT-RECORD(31:8)
           MOVE LN-OLDEST-DAYS TO LARR-REPORT-RECORD(40:5)
           PERFORM VARYING LN-ARR-BX FROM 1 BY 1
                   UNTIL LN-ARR-BX > 4
               MOVE LN-LOAN-BKT-AMT(LN-ARR-BX) TO GL-AMT-FORMATTED
               MOVE GL-AMT-FORMATTED
                   TO LARR-REPORT-RECORD(46 + (LN-ARR-BX - 1) * 17:16)
           END-PERFORM
           WRITE LARR-REPORT-RECORD.

       *> One total line per currency with anything in arrears:
       *> the count of missed instalments and the bucket amounts.
       WRITE-LOAN-ARREARS-TOTAL.
           MOVE ZERO TO LN-TOT-COUNT
           PERFORM VARYING LN-ARR-BX FROM 1 BY 1
                   UNTIL LN-ARR-BX > 4
               ADD LN-ARR-COUNT(LN-ARR-CX, LN-ARR-BX) TO LN-TOT-COUNT
           END-PERFORM
           IF LN-TOT-COUNT > ZERO
               MOVE SPACES TO LARR-REPORT-RECORD
               MOVE "TOTAL" TO LARR-REPORT-RECORD(1:5)
               IF LN-ARR-CX = 1
                   MOVE "RAI" TO LARR-REPORT-RECORD(21:3)
               ELSE
                   MOVE "IDR" TO LARR-REPORT-RECORD(21:3)
               END-IF
               MOVE LN-TOT-COUNT TO LN-COUNT-ALPHA
               MOVE LN-COUNT-ALPHA TO LARR-REPORT-RECORD(25:5)
               PERFORM VARYING LN-ARR-BX FROM 1 BY 1
                       UNTIL LN-ARR-BX > 4
                   MOVE LN-ARR-AMT(LN-ARR-CX, LN-ARR-BX)
                       TO GL-AMT-FORMATTED
                   MOVE GL-AMT-FORMATTED
                       TO LARR-REPORT-RECORD(46 + (LN-ARR-BX - 1) * 17:16)
               END-PERFORM
               WRITE LARR-REPORT-RECORD
           END-IF.

       *> Memo for finance under a produced GL extract: what the
       *> loan master says is still outstanding, to set against the
       *> 130100 balance the LNDISB and LNREPAY entries build up.
       WRITE-GL-LOAN-BOOK-LINE.
           MOVE ZERO TO LN-BOOK-COUNT
           MOVE ZERO TO LN-BOOK-AMT
           PERFORM ENSURE-LOAN-FILES-EXIST
           OPEN INPUT LOAN-FILE
           PERFORM UNTIL 1 = 2
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOAN-RECORD(55:1) = "A"
                           ADD 1 TO LN-BOOK-COUNT
                           ADD FUNCTION NUMVAL(LOAN-RECORD(57:13))
                               TO LN-BOOK-AMT
                       END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           MOVE SPACES TO GL-REPORT-RECORD
           MOVE LN-BOOK-COUNT TO LN-COUNT-ALPHA
           MOVE LN-BOOK-AMT TO GL-AMT-FORMATTED
           STRING "LOAN BOOK 130100 OUTSTANDING NOW: " DELIMITED BY SIZE
                  FUNCTION TRIM(GL-AMT-FORMATTED) DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  LN-COUNT-ALPHA DELIMITED BY SIZE
                  " ACTIVE LOANS" DELIMITED BY SIZE
                  INTO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD.

       *> Loads the teller table from its maintenance file at
       *> startup, the same externalization as overdraft_limits.txt
       *> - operations adds a teller or bars one without a
       *> recompile. A file larger than the table knows no tellers
       *> at all, so every record rejects rather than some tellers
       *> being checked and others not.
       LOAD-TELLERS.
           PERFORM ENSURE-TELLER-FILE-EXISTS
           MOVE ZERO TO TLR-COUNT
           MOVE "N" TO TLR-OVERFLOW
           OPEN INPUT TELLER-FILE
           PERFORM UNTIL 1 = 2
               READ TELLER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TELLER-RECORD(1:6) NOT = SPACES
                           IF TLR-COUNT < 200
                               ADD 1 TO TLR-COUNT
                               PERFORM NOTE-ONE-TELLER
                           ELSE
                               MOVE "Y" TO TLR-OVERFLOW
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE TELLER-FILE
           IF TLR-OVERFLOW = "Y"
               MOVE ZERO TO TLR-COUNT
           END-IF.

       NOTE-ONE-TELLER.
           MOVE TELLER-RECORD(1:6) TO TLR-ID(TLR-COUNT)
           MOVE TELLER-RECORD(8:1) TO TLR-STATUS(TLR-COUNT)
           MOVE TELLER-RECORD(10:20) TO TLR-NAME(TLR-COUNT)
           PERFORM VARYING TLR-CX FROM 1 BY 1 UNTIL TLR-CX > 2
               MOVE ZERO TO TLR-FLOAT(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-DEP-COUNT(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-DEP-AMT(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-WDR-COUNT(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-WDR-AMT(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-REV-COUNT(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-REV-NET(TLR-COUNT, TLR-CX)
               MOVE ZERO TO TLR-COUNTED(TLR-COUNT, TLR-CX)
               MOVE "N" TO TLR-DECLARED(TLR-COUNT, TLR-CX)
           END-PERFORM
           IF TELLER-RECORD(31:13) NOT = SPACES
               MOVE FUNCTION NUMVAL(TELLER-RECORD(31:13))
                   TO TLR-FLOAT(TLR-COUNT, 1)
           END-IF
           IF TELLER-RECORD(45:13) NOT = SPACES
               MOVE FUNCTION NUMVAL(TELLER-RECORD(45:13))
                   TO TLR-FLOAT(TLR-COUNT, 2)
           END-IF.

       ENSURE-TELLER-FILE-EXISTS.
           OPEN INPUT TELLER-FILE
           IF TLR-FILE-STATUS = "35"
               CLOSE TELLER-FILE
               OPEN OUTPUT TELLER-FILE
               CLOSE TELLER-FILE
           ELSE
               CLOSE TELLER-FILE
           END-IF.

       FIND-TELLER.
           MOVE ZERO TO TLR-FOUND-IX
           PERFORM VARYING TLR-IX FROM 1 BY 1
                   UNTIL TLR-IX > TLR-COUNT OR TLR-FOUND-IX > ZERO
               IF TLR-ID(TLR-IX) = TLR-LOOKUP-ID
                   MOVE TLR-IX TO TLR-FOUND-IX
               END-IF
           END-PERFORM.

       *> --teller-proof [DATE]: the drawer proof for one business
       *> day (today when not given). Each teller's cash DEP and WDR
       *> lines for the day are totalled by the currency of the
       *> account they posted to, and a REV of one of them nets back
       *> out of the drawer of the teller who keyed the correction.
       *> Opening float plus deposits less withdrawals is the cash
       *> the drawer should hold; the declared count is set against
       *> it and the difference called BALANCED, OVER or SHORT. A
       *> teller who keyed nothing still appears while active, so a
       *> missing declaration for an idle drawer is seen too.
       RUN-TELLER-PROOF.
           MOVE "Y" TO TLR-RUN-OK
           MOVE TODAY-DATE TO TLR-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO TLR-RUN-DATE
               ELSE
                   MOVE "N" TO TLR-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT TLR-REPORT-FILE
           EVALUATE TRUE
               WHEN TLR-RUN-OK = "N"
                   MOVE "TELLER PROOF REJECTED: USAGE IS --teller-proof [DATE]."
                       TO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
               WHEN TLR-OVERFLOW = "Y"
                   MOVE "N" TO TLR-RUN-OK
                   MOVE "TELLER PROOF REFUSED: TELLER FILE EXCEEDS 200 LINES."
                       TO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
               WHEN OTHER
                   MOVE SPACES TO TLR-REPORT-RECORD
                   STRING "TELLER CASH PROOF FOR " DELIMITED BY SIZE
                          TLR-RUN-DATE DELIMITED BY SIZE
                          INTO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
                   PERFORM LOAD-TELLER-DECLARATIONS
                   PERFORM ACQUIRE-ACCOUNTS-LOCK
                   PERFORM ENSURE-MASTER-FILE-EXISTS
                   PERFORM ENSURE-LOG-FILE-EXISTS
                   OPEN INPUT MASTER-FILE
                   OPEN INPUT LOG-FILE
                   PERFORM UNTIL 1 = 2
                       READ LOG-FILE
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF LOG-RECORD(53:8) = TLR-RUN-DATE
                                   PERFORM ACCUMULATE-TELLER-CASH
                               END-IF
                   END-PERFORM
                   CLOSE LOG-FILE
                   CLOSE MASTER-FILE
                   PERFORM RELEASE-ACCOUNTS-LOCK
                   MOVE ZERO TO TLR-PROVED-COUNT
                   MOVE ZERO TO TLR-OUT-COUNT
                   MOVE ZERO TO TLR-UNDECL-COUNT
                   PERFORM VARYING TLR-IX FROM 1 BY 1
                           UNTIL TLR-IX > TLR-COUNT
                       PERFORM VARYING TLR-CX FROM 1 BY 1
                               UNTIL TLR-CX > 2
                           PERFORM PROVE-ONE-DRAWER
                       END-PERFORM
                   END-PERFORM
                   MOVE SPACES TO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
                   MOVE SPACES TO TLR-REPORT-RECORD
                   MOVE TLR-PROVED-COUNT TO TLR-COUNT-ALPHA
                   STRING "DRAWERS BALANCED: " DELIMITED BY SIZE
                          FUNCTION TRIM(TLR-COUNT-ALPHA)
                              DELIMITED BY SIZE
                          INTO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
                   MOVE SPACES TO TLR-REPORT-RECORD
                   MOVE TLR-OUT-COUNT TO TLR-COUNT-ALPHA
                   STRING "DRAWERS OUT OF BALANCE: " DELIMITED BY SIZE
                          FUNCTION TRIM(TLR-COUNT-ALPHA)
                              DELIMITED BY SIZE
                          INTO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
                   MOVE SPACES TO TLR-REPORT-RECORD
                   MOVE TLR-UNDECL-COUNT TO TLR-COUNT-ALPHA
                   STRING "DRAWERS NOT DECLARED: " DELIMITED BY SIZE
                          FUNCTION TRIM(TLR-COUNT-ALPHA)
                              DELIMITED BY SIZE
                          INTO TLR-REPORT-RECORD
                   WRITE TLR-REPORT-RECORD
           END-EVALUATE
           CLOSE TLR-REPORT-FILE.

       *> The day's declarations into the proof blocks - a later
       *> line for the same teller and currency replaces an earlier
       *> one, which is how a recount is keyed. A line for a teller
       *> not on file has no drawer to land in and is passed over.
       LOAD-TELLER-DECLARATIONS.
           PERFORM ENSURE-TLR-CASH-FILE-EXISTS
           OPEN INPUT TLR-CASH-FILE
           PERFORM UNTIL 1 = 2
               READ TLR-CASH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TLR-CASH-RECORD(8:8) = TLR-RUN-DATE
                           MOVE TLR-CASH-RECORD(1:6) TO TLR-LOOKUP-ID
                           PERFORM FIND-TELLER
                           IF TLR-FOUND-IX > ZERO
                               IF TLR-CASH-RECORD(17:3) = "IDR"
                                   MOVE 2 TO TLR-CX
                               ELSE
                                   MOVE 1 TO TLR-CX
                               END-IF
                               MOVE FUNCTION NUMVAL(
                                   TLR-CASH-RECORD(21:13))
                                   TO TLR-COUNTED(TLR-FOUND-IX, TLR-CX)
                               MOVE "Y"
                                   TO TLR-DECLARED(TLR-FOUND-IX, TLR-CX)
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE TLR-CASH-FILE.

       ENSURE-TLR-CASH-FILE-EXISTS.
           OPEN INPUT TLR-CASH-FILE
           IF TLR-CASH-STATUS = "35"
               CLOSE TLR-CASH-FILE
               OPEN OUTPUT TLR-CASH-FILE
               CLOSE TLR-CASH-FILE
           ELSE
               CLOSE TLR-CASH-FILE
           END-IF.

       *> One translog line of the day. Only DEP and WDR are cash
       *> across the counter; a REV of either puts the drawer back
       *> the way the original moved it. Lines from the scheduled
       *> runs carry SYSTEM, which is nobody's drawer.
       ACCUMULATE-TELLER-CASH.
           IF LOG-RECORD(7:7) = "DEP" OR LOG-RECORD(7:7) = "WDR"
                   OR (LOG-RECORD(7:7) = "REV"
                       AND (LOG-RECORD(112:7) = "DEP"
                           OR LOG-RECORD(112:7) = "WDR"))
               MOVE LOG-RECORD(141:6) TO TLR-LOOKUP-ID
               PERFORM FIND-TELLER
               IF TLR-FOUND-IX > ZERO
                   MOVE "RAI" TO TLR-CCY
                   MOVE SPACES TO MASTER-RECORD
                   MOVE LOG-RECORD(1:6) TO MASTER-ACCOUNT-KEY
                   READ MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MASTER-RECORD(50:3) NOT = SPACES
                               MOVE MASTER-RECORD(50:3) TO TLR-CCY
                           END-IF
                   END-READ
                   IF TLR-CCY = "IDR"
                       MOVE 2 TO TLR-CX
                   ELSE
                       MOVE 1 TO TLR-CX
                   END-IF
                   MOVE FUNCTION NUMVAL(LOG-RECORD(14:13))
                       TO TLR-AMOUNT
                   EVALUATE TRUE
                       WHEN LOG-RECORD(7:7) = "DEP"
                           ADD 1 TO TLR-DEP-COUNT(TLR-FOUND-IX, TLR-CX)
                           ADD TLR-AMOUNT
                               TO TLR-DEP-AMT(TLR-FOUND-IX, TLR-CX)
                       WHEN LOG-RECORD(7:7) = "WDR"
                           ADD 1 TO TLR-WDR-COUNT(TLR-FOUND-IX, TLR-CX)
                           ADD TLR-AMOUNT
                               TO TLR-WDR-AMT(TLR-FOUND-IX, TLR-CX)
                       WHEN LOG-RECORD(112:7) = "DEP"
                           ADD 1 TO TLR-REV-COUNT(TLR-FOUND-IX, TLR-CX)
                           SUBTRACT TLR-AMOUNT
                               FROM TLR-REV-NET(TLR-FOUND-IX, TLR-CX)
                       WHEN OTHER
                           ADD 1 TO TLR-REV-COUNT(TLR-FOUND-IX, TLR-CX)
                           ADD TLR-AMOUNT
                               TO TLR-REV-NET(TLR-FOUND-IX, TLR-CX)
                   END-EVALUATE
               END-IF
           END-IF.

       *> One teller's drawer in one currency. Rai is shown for
       *> every active teller; Rupiah only where the drawer holds a
       *> Rupiah float, moved Rupiah today or declared any.
       PROVE-ONE-DRAWER.
           COMPUTE TLR-ACTIVITY = TLR-DEP-COUNT(TLR-IX, TLR-CX)
               + TLR-WDR-COUNT(TLR-IX, TLR-CX)
               + TLR-REV-COUNT(TLR-IX, TLR-CX)
           IF TLR-ACTIVITY > ZERO
                   OR TLR-DECLARED(TLR-IX, TLR-CX) = "Y"
                   OR (TLR-CX = 1 AND TLR-STATUS(TLR-IX) = "A")
                   OR (TLR-CX = 2 AND TLR-FLOAT(TLR-IX, 2) > ZERO)
               COMPUTE TLR-EXPECTED = TLR-FLOAT(TLR-IX, TLR-CX)
                   + TLR-DEP-AMT(TLR-IX, TLR-CX)
                   - TLR-WDR-AMT(TLR-IX, TLR-CX)
                   + TLR-REV-NET(TLR-IX, TLR-CX)
               MOVE SPACES TO TLR-REPORT-RECORD
               WRITE TLR-REPORT-RECORD
               MOVE SPACES TO TLR-REPORT-RECORD
               IF TLR-CX = 1
                   MOVE "RAI" TO TLR-CCY
               ELSE
                   MOVE "IDR" TO TLR-CCY
               END-IF
               STRING "TELLER " DELIMITED BY SIZE
                      TLR-ID(TLR-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TLR-NAME(TLR-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TLR-CCY DELIMITED BY SIZE
                      INTO TLR-REPORT-RECORD
               WRITE TLR-REPORT-RECORD
               MOVE SPACES TO TLR-VERDICT
               MOVE "N" TO TLR-SHOW-COUNT
               MOVE "OPENING FLOAT" TO TLR-LABEL
               MOVE TLR-FLOAT(TLR-IX, TLR-CX) TO TLR-LINE-AMT
               PERFORM WRITE-TELLER-PROOF-LINE
               MOVE "Y" TO TLR-SHOW-COUNT
               MOVE "CASH DEPOSITS" TO TLR-LABEL
               MOVE TLR-DEP-COUNT(TLR-IX, TLR-CX) TO TLR-LINE-COUNT
               MOVE TLR-DEP-AMT(TLR-IX, TLR-CX) TO TLR-LINE-AMT
               PERFORM WRITE-TELLER-PROOF-LINE
               MOVE "CASH WITHDRAWALS" TO TLR-LABEL
               MOVE TLR-WDR-COUNT(TLR-IX, TLR-CX) TO TLR-LINE-COUNT
               COMPUTE TLR-LINE-AMT = ZERO - TLR-WDR-AMT(TLR-IX, TLR-CX)
               PERFORM WRITE-TELLER-PROOF-LINE
               IF TLR-REV-COUNT(TLR-IX, TLR-CX) > ZERO
                   MOVE "CASH CORRECTIONS" TO TLR-LABEL
                   MOVE TLR-REV-COUNT(TLR-IX, TLR-CX) TO TLR-LINE-COUNT
                   MOVE TLR-REV-NET(TLR-IX, TLR-CX) TO TLR-LINE-AMT
                   PERFORM WRITE-TELLER-PROOF-LINE
               END-IF
               MOVE "N" TO TLR-SHOW-COUNT
               MOVE "EXPECTED CLOSING CASH" TO TLR-LABEL
               MOVE TLR-EXPECTED TO TLR-LINE-AMT
               PERFORM WRITE-TELLER-PROOF-LINE
               IF TLR-DECLARED(TLR-IX, TLR-CX) = "Y"
                   COMPUTE TLR-DIFF = TLR-COUNTED(TLR-IX, TLR-CX)
                       - TLR-EXPECTED
                   MOVE "COUNTED CASH DECLARED" TO TLR-LABEL
                   MOVE TLR-COUNTED(TLR-IX, TLR-CX) TO TLR-LINE-AMT
                   PERFORM WRITE-TELLER-PROOF-LINE
                   EVALUATE TRUE
                       WHEN TLR-DIFF = ZERO
                           MOVE "BALANCED" TO TLR-VERDICT
                           ADD 1 TO TLR-PROVED-COUNT
                       WHEN TLR-DIFF > ZERO
                           MOVE "OVER" TO TLR-VERDICT
                           ADD 1 TO TLR-OUT-COUNT
                       WHEN OTHER
                           MOVE "SHORT" TO TLR-VERDICT
                           ADD 1 TO TLR-OUT-COUNT
                   END-EVALUATE
                   MOVE "DIFFERENCE" TO TLR-LABEL
                   MOVE TLR-DIFF TO TLR-LINE-AMT
                   PERFORM WRITE-TELLER-PROOF-LINE
               ELSE
                   MOVE SPACES TO TLR-REPORT-RECORD
                   MOVE "COUNTED CASH DECLARED" TO TLR-REPORT-RECORD(3:24)
                   MOVE "NOT DECLARED" TO TLR-REPORT-RECORD(68:12)
                   WRITE TLR-REPORT-RECORD
                   ADD 1 TO TLR-UNDECL-COUNT
               END-IF
           END-IF.

       *> Label at 3, item count at 28 where it means something,
       *> signed amount at 35, and the verdict at 68 on the
       *> DIFFERENCE line.
       WRITE-TELLER-PROOF-LINE.
           MOVE SPACES TO TLR-REPORT-RECORD
           MOVE TLR-LABEL TO TLR-REPORT-RECORD(3:24)
           IF TLR-SHOW-COUNT = "Y"
               MOVE TLR-LINE-COUNT TO TLR-COUNT-ALPHA
               MOVE TLR-COUNT-ALPHA TO TLR-REPORT-RECORD(28:5)
           END-IF
           MOVE TLR-LINE-AMT TO TLR-SIGNED-FORMATTED
           MOVE TLR-SIGNED-FORMATTED TO TLR-REPORT-RECORD(35:17)
           MOVE TLR-VERDICT TO TLR-REPORT-RECORD(68:14)
           WRITE TLR-REPORT-RECORD.

       *> Loads watchlist.txt into the screening table. Each name is
       *> normalized once here so a screening is a plain compare. A
       *> list longer than the table is not silently cut short: the
       *> overflow switch makes every screening a hit until the
       *> table is enlarged, so nothing posts unscreened.
       LOAD-WATCHLIST.
           PERFORM ENSURE-WL-FILE-EXISTS
           MOVE ZERO TO WL-COUNT
           MOVE "N" TO WL-OVERFLOW
           OPEN INPUT WL-FILE
           PERFORM UNTIL 1 = 2
               READ WL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WL-RECORD(8:40) NOT = SPACES
                           IF WL-COUNT < 500
                               PERFORM NOTE-ONE-WATCHLIST-ENTRY
                           ELSE
                               MOVE "Y" TO WL-OVERFLOW
                           END-IF
                       END-IF
           END-PERFORM
           CLOSE WL-FILE.

       NOTE-ONE-WATCHLIST-ENTRY.
           ADD 1 TO WL-COUNT
           MOVE WL-RECORD(1:6) TO WL-ID(WL-COUNT)
           MOVE WL-RECORD(8:40) TO WL-NAME(WL-COUNT)
           MOVE WL-RECORD(49:10) TO WL-SOURCE(WL-COUNT)
           MOVE WL-RECORD(8:40) TO SCR-NORM-NAME
           PERFORM NORMALIZE-SCREEN-NAME
           MOVE SCR-NORM-TCOUNT TO WL-TCOUNT(WL-COUNT)
           MOVE SCR-NORM-PACKED TO WL-PACKED(WL-COUNT)
           PERFORM VARYING SCR-NX FROM 1 BY 1 UNTIL SCR-NX > 8
               MOVE SCR-NORM-TOKEN(SCR-NX)
                   TO WL-TOKEN(WL-COUNT SCR-NX)
           END-PERFORM.

       ENSURE-WL-FILE-EXISTS.
           OPEN INPUT WL-FILE
           IF WL-FILE-STATUS = "35"
               CLOSE WL-FILE
               OPEN OUTPUT WL-FILE
               CLOSE WL-FILE
           ELSE
               CLOSE WL-FILE
           END-IF.

       *> Folds SCR-NORM-NAME to the form names are compared in:
       *> upper case, punctuation turned to spaces, split into up
       *> to eight words (SCR-NORM-TOKEN, SCR-NORM-TCOUNT of them),
       *> and the words run together with no spaces at all
       *> (SCR-NORM-PACKED), so "AL-RASHID", "Al Rashid" and
       *> "ALRASHID" all come out the same.
       NORMALIZE-SCREEN-NAME.
           MOVE FUNCTION UPPER-CASE(SCR-NORM-NAME) TO SCR-NORM-WORK
           INSPECT SCR-NORM-WORK CONVERTING ".,-'/&()" TO "        "
           MOVE FUNCTION TRIM(SCR-NORM-WORK) TO SCR-NORM-WORK
           MOVE SPACES TO SCR-NORM-TOKENS
           UNSTRING SCR-NORM-WORK DELIMITED BY ALL SPACES
               INTO SCR-NORM-TOKEN(1) SCR-NORM-TOKEN(2)
                    SCR-NORM-TOKEN(3) SCR-NORM-TOKEN(4)
                    SCR-NORM-TOKEN(5) SCR-NORM-TOKEN(6)
                    SCR-NORM-TOKEN(7) SCR-NORM-TOKEN(8)
           END-UNSTRING
           MOVE ZERO TO SCR-NORM-TCOUNT
           PERFORM VARYING SCR-NX FROM 1 BY 1 UNTIL SCR-NX > 8
               IF SCR-NORM-TOKEN(SCR-NX) NOT = SPACES
                   ADD 1 TO SCR-NORM-TCOUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO SCR-NORM-PACKED
           STRING SCR-NORM-TOKEN(1) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(2) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(3) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(4) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(5) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(6) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(7) DELIMITED BY SPACE
                  SCR-NORM-TOKEN(8) DELIMITED BY SPACE
                  INTO SCR-NORM-PACKED
           END-STRING.

       *> Screens SCR-SUBJECT against the whole list. SCR-HIT says
       *> whether it may be a listed party, and SCR-HIT-ID, -NAME
       *> and -SOURCE name the first entry it matched. A blank
       *> subject has nothing to screen and never hits.
       FIND-WATCHLIST-HIT.
           MOVE "N" TO SCR-HIT
           MOVE SPACES TO SCR-HIT-ID
           MOVE SPACES TO SCR-HIT-NAME
           MOVE SPACES TO SCR-HIT-SOURCE
           IF SCR-SUBJECT NOT = SPACES
               IF WL-OVERFLOW = "Y"
                   MOVE "Y" TO SCR-HIT
                   MOVE "******" TO SCR-HIT-ID
                   MOVE "WATCH LIST LARGER THAN SCREENING TABLE"
                       TO SCR-HIT-NAME
               ELSE
                   MOVE SCR-SUBJECT TO SCR-NORM-NAME
                   PERFORM NORMALIZE-SCREEN-NAME
                   PERFORM VARYING WL-IX FROM 1 BY 1
                           UNTIL WL-IX > WL-COUNT OR SCR-HIT = "Y"
                       PERFORM MATCH-ONE-WATCHLIST-ENTRY
                   END-PERFORM
               END-IF
           END-IF.

       *> A name is a possible match when, once normalized, it runs
       *> together to the same letters as the listed name (spacing
       *> differences), or when every word of the listed name is
       *> somewhere among its words (word order, and extra given
       *> names or titles). Screening errs toward the hold - a
       *> false positive costs compliance a minute, a miss costs
       *> the bank its licence.
       MATCH-ONE-WATCHLIST-ENTRY.
           IF WL-TCOUNT(WL-IX) > 0 AND SCR-NORM-TCOUNT > 0
               IF WL-PACKED(WL-IX) = SCR-NORM-PACKED
                   MOVE "Y" TO SCR-HIT
               ELSE
                   MOVE "Y" TO SCR-ALL-FOUND
                   PERFORM VARYING WL-TX FROM 1 BY 1
                           UNTIL WL-TX > WL-TCOUNT(WL-IX)
                       MOVE "N" TO SCR-TOKEN-FOUND
                       PERFORM VARYING SCR-NX FROM 1 BY 1
                               UNTIL SCR-NX > SCR-NORM-TCOUNT
                           IF SCR-NORM-TOKEN(SCR-NX)
                                   = WL-TOKEN(WL-IX WL-TX)
                               MOVE "Y" TO SCR-TOKEN-FOUND
                           END-IF
                       END-PERFORM
                       IF SCR-TOKEN-FOUND = "N"
                           MOVE "N" TO SCR-ALL-FOUND
                       END-IF
                   END-PERFORM
                   IF SCR-ALL-FOUND = "Y"
                       MOVE "Y" TO SCR-HIT
                   END-IF
               END-IF
               IF SCR-HIT = "Y"
                   MOVE WL-ID(WL-IX) TO SCR-HIT-ID
                   MOVE WL-NAME(WL-IX) TO SCR-HIT-NAME
                   MOVE WL-SOURCE(WL-IX) TO SCR-HIT-SOURCE
               END-IF
           END-IF.

       *> NEW and CNM: the name screened is the one that will end up
       *> in the customer master - for a NEW linked to a customer
       *> already on file that is the customer's name, not whatever
       *> was keyed at 25-44.
       SCREEN-INPUT-NAME.
           MOVE IN-OWNER-NAME TO SCR-SUBJECT
           IF IN-ACTION = "NEW" AND IN-RECORD(19:6) IS NUMERIC
               MOVE IN-RECORD(19:6) TO CUS-LOOKUP-NUMBER
               PERFORM READ-CUSTOMER
               IF CUS-FOUND = "Y"
                   MOVE CUS-NAME TO SCR-SUBJECT
               END-IF
           END-IF
           PERFORM FIND-WATCHLIST-HIT
           IF SCR-HIT = "Y"
               MOVE IN-ACTION TO SCR-KIND
               MOVE IN-RECORD TO SCR-ITEM
               MOVE IN-ACCOUNT TO SCR-ACCOUNT
               MOVE IN-AMOUNT TO SCR-AMOUNT
               PERFORM HOLD-FOR-SCREENING
               IF SCR-QUEUED = "Y"
                   MOVE "HELD FOR SCREENING - COMPLIANCE REVIEW"
                       TO OUT-RECORD
               ELSE
                   MOVE "SCREENING QUEUE FULL - TRANSACTION NOT POSTED."
                       TO OUT-RECORD
               END-IF
           END-IF.

       *> Inbound clearing: the originator's name as the
       *> counterparty sent it, then the name of the account we
       *> would credit. A full queue sends the item to exceptions -
       *> it must neither post unscreened nor vanish. A rerun after
       *> a crash finds the item already queued and sends the
       *> duplicate to exceptions instead of holding it twice.
       SCREEN-INBOUND-ITEM.
           MOVE CLG-IN-RECORD(41:20) TO SCR-SUBJECT
           PERFORM FIND-WATCHLIST-HIT
           IF SCR-HIT = "N"
               PERFORM FIND-BENEFICIARY-NAME
               PERFORM FIND-WATCHLIST-HIT
           END-IF
           IF SCR-HIT = "Y"
               PERFORM CHECK-INBOUND-ALREADY-HELD
               IF SCR-ALREADY-HELD = "Y"
                   MOVE "ALREADY HELD FOR SCREENING"
                       TO CLG-EXC-REASON
               ELSE
                   MOVE "CLI" TO SCR-KIND
                   MOVE CLG-IN-RECORD TO SCR-ITEM
                   MOVE CLG-IN-RECORD(17:6) TO SCR-ACCOUNT
                   MOVE FUNCTION NUMVAL(CLG-IN-RECORD(24:16))
                       TO SCR-AMOUNT
                   PERFORM HOLD-FOR-SCREENING
                   IF SCR-QUEUED = "N"
                       MOVE "N" TO HELD-FOR-SCREENING
                       MOVE "SCREENING QUEUE FULL" TO CLG-EXC-REASON
                   END-IF
               END-IF
           END-IF.

       *> The credited account's owner - the linked customer's name
       *> where the row has one, since that is the name of record.
       *> An account not on the book leaves the subject blank; the
       *> posting itself sends that item to exceptions.
       FIND-BENEFICIARY-NAME.
           MOVE SPACES TO SCR-SUBJECT
           MOVE SPACES TO CUS-LOOKUP-NUMBER
           PERFORM ENSURE-MASTER-FILE-EXISTS
           OPEN INPUT MASTER-FILE
           MOVE SPACES TO MASTER-RECORD
           MOVE CLG-IN-RECORD(17:6) TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-RECORD(24:20) TO SCR-SUBJECT
                   MOVE MASTER-RECORD(44:6) TO CUS-LOOKUP-NUMBER
           END-READ
           CLOSE MASTER-FILE
           IF SCR-SUBJECT NOT = SPACES
                   AND CUS-LOOKUP-NUMBER IS NUMERIC
               PERFORM READ-CUSTOMER
               IF CUS-FOUND = "Y"
                   MOVE CUS-NAME TO SCR-SUBJECT
               END-IF
           END-IF.

       CHECK-INBOUND-ALREADY-HELD.
           MOVE "N" TO SCR-ALREADY-HELD
           PERFORM LOAD-SCREENING-QUEUE
           PERFORM VARYING SCR-IX FROM 1 BY 1
                   UNTIL SCR-IX > SCR-COUNT
               IF SCR-RAW(SCR-IX)(8:1) = "P"
                       AND SCR-RAW(SCR-IX)(10:3) = "CLI"
                       AND SCR-RAW(SCR-IX)(14:60) = CLG-IN-RECORD
                   MOVE "Y" TO SCR-ALREADY-HELD
               END-IF
           END-PERFORM.

       ENSURE-SCR-FILE-EXISTS.
           OPEN INPUT SCR-FILE
           IF SCR-FILE-STATUS = "35"
               CLOSE SCR-FILE
               OPEN OUTPUT SCR-FILE
               CLOSE SCR-FILE
           ELSE
               CLOSE SCR-FILE
           END-IF.

       *> Same load as the approvals queue: raw lines, the pending
       *> count that the queue cap applies to, and the highest
       *> sequence ever issued so compaction never reuses a number.
       LOAD-SCREENING-QUEUE.
           PERFORM ENSURE-SCR-FILE-EXISTS
           MOVE ZERO TO SCR-COUNT
           MOVE ZERO TO SCR-PENDING-COUNT
           MOVE ZERO TO SCR-MAX-SEQ
           MOVE "N" TO SCR-OVERFLOW
           OPEN INPUT SCR-FILE
           PERFORM UNTIL 1 = 2
               READ SCR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SCR-COUNT < 200
                           ADD 1 TO SCR-COUNT
                           MOVE SCR-RECORD TO SCR-RAW(SCR-COUNT)
                           IF SCR-RECORD(8:1) = "P"
                               ADD 1 TO SCR-PENDING-COUNT
                           END-IF
                           IF SCR-RECORD(1:6) IS NUMERIC
                                   AND FUNCTION NUMVAL(
                                       SCR-RECORD(1:6))
                                       > SCR-MAX-SEQ
                               MOVE FUNCTION NUMVAL(SCR-RECORD(1:6))
                                   TO SCR-MAX-SEQ
                           END-IF
                       ELSE
                           MOVE "Y" TO SCR-OVERFLOW
                       END-IF
           END-PERFORM
           CLOSE SCR-FILE.

       *> Queues SCR-ITEM (of kind SCR-KIND) on the hit just found.
       *> It does NOT post; the SCRHOLD translog line, naming the
       *> queue item, starts the compliance trail at the moment of
       *> the hold. SCR-QUEUED is "N" when the queue is full - the
       *> caller refuses the item rather than posting it.
       HOLD-FOR-SCREENING.
           PERFORM LOAD-SCREENING-QUEUE
           MOVE "Y" TO HELD-FOR-SCREENING
           MOVE "N" TO SCR-QUEUED
           IF SCR-OVERFLOW = "N" AND SCR-PENDING-COUNT < 200
               MOVE "Y" TO SCR-QUEUED
               MOVE FUNCTION CURRENT-DATE TO SCR-STAMP
               MOVE SPACES TO SCR-RECORD
               COMPUTE SCR-TARGET-SEQ = SCR-MAX-SEQ + 1
               MOVE SCR-TARGET-SEQ TO SCR-RECORD(1:6)
               MOVE "P" TO SCR-RECORD(8:1)
               MOVE SCR-KIND TO SCR-RECORD(10:3)
               MOVE SCR-ITEM TO SCR-RECORD(14:61)
               MOVE SCR-SUBJECT TO SCR-RECORD(76:20)
               MOVE SCR-HIT-ID TO SCR-RECORD(97:6)
               MOVE SCR-HIT-NAME TO SCR-RECORD(104:40)
               MOVE SCR-STAMP TO SCR-RECORD(145:21)
               OPEN EXTEND SCR-FILE
               WRITE SCR-RECORD
               CLOSE SCR-FILE
               MOVE SCR-ACCOUNT TO LOG-ACCOUNT
               MOVE "SCRHOLD" TO LOG-ACTION
               MOVE SCR-AMOUNT TO LOG-AMOUNT
               MOVE ZERO TO LOG-BAL-BEFORE
               MOVE ZERO TO LOG-BAL-AFTER
               MOVE SCR-RECORD(1:6) TO LOG-COUNTERPARTY
               PERFORM WRITE-TRANS-LOG
           END-IF.

       *> --list-screening: every item still waiting on compliance,
       *> with the name that hit and the entry it matched.
       RUN-LIST-SCREENING.
           PERFORM LOAD-SCREENING-QUEUE
           OPEN OUTPUT SCR-REPORT-FILE
           MOVE "ITEMS HELD FOR SCREENING" TO SCR-REPORT-RECORD
           WRITE SCR-REPORT-RECORD
           PERFORM VARYING SCR-IX FROM 1 BY 1
                   UNTIL SCR-IX > SCR-COUNT
               IF SCR-RAW(SCR-IX)(8:1) = "P"
                   MOVE SPACES TO SCR-REPORT-RECORD
                   STRING "ITEM " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(1:6) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(10:3) DELIMITED BY SIZE
                          " HELD " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(145:8) DELIMITED BY SIZE
                          " NAME " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(76:20) DELIMITED BY SIZE
                          " MATCHED " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(97:6) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(104:40) DELIMITED BY SIZE
                          " ITEM: " DELIMITED BY SIZE
                          SCR-RAW(SCR-IX)(14:61) DELIMITED BY SIZE
                          INTO SCR-REPORT-RECORD
                   WRITE SCR-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO SCR-REPORT-RECORD
           MOVE SCR-PENDING-COUNT TO SCR-COUNT-ALPHA
           STRING "ITEMS PENDING: " DELIMITED BY SIZE
                  SCR-COUNT-ALPHA DELIMITED BY SIZE
                  INTO SCR-REPORT-RECORD
           WRITE SCR-REPORT-RECORD
           CLOSE SCR-REPORT-FILE.

       *> SEQ is the second word of the command line; everything
       *> after it is compliance's reason, which is mandatory - a
       *> decision nobody can explain later is no decision.
       FIND-SCREENING-ITEM.
           MOVE "Y" TO SCR-ARGS-OK
           MOVE SPACES TO SCR-REASON
           IF CMD-ARG2 NOT = SPACES
                   AND FUNCTION TRIM(CMD-ARG2) IS NUMERIC
               MOVE FUNCTION NUMVAL(CMD-ARG2) TO SCR-TARGET-SEQ
           ELSE
               MOVE "N" TO SCR-ARGS-OK
           END-IF
           MOVE 1 TO SCR-PTR
           UNSTRING CMD-ARG DELIMITED BY ALL SPACES
               INTO SCR-WORD1 SCR-WORD2
               WITH POINTER SCR-PTR
           END-UNSTRING
           IF SCR-PTR <= 120
               MOVE CMD-ARG(SCR-PTR:) TO SCR-REASON
           END-IF
           IF SCR-REASON = SPACES
               MOVE "N" TO SCR-ARGS-OK
           END-IF
           MOVE ZERO TO SCR-FOUND-IX
           IF SCR-ARGS-OK = "Y"
               PERFORM LOAD-SCREENING-QUEUE
               MOVE SCR-TARGET-SEQ TO SCR-COUNT-ALPHA
               PERFORM VARYING SCR-IX FROM 1 BY 1
                       UNTIL SCR-IX > SCR-COUNT
                   IF SCR-RAW(SCR-IX)(1:6) = SCR-COUNT-ALPHA
                           AND SCR-RAW(SCR-IX)(8:1) = "P"
                       MOVE SCR-IX TO SCR-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF.

       *> The account and amount a decision's translog line carries,
       *> taken from the held item itself: an input record's
       *> account and amount, or a clearing line's credited account
       *> and amount.
       NOTE-SCREENING-ITEM-KEYS.
           MOVE ZERO TO SCR-AMOUNT
           IF SCR-RAW(SCR-FOUND-IX)(10:3) = "CLI"
               MOVE SCR-RAW(SCR-FOUND-IX)(30:6) TO SCR-ACCOUNT
               MOVE FUNCTION NUMVAL(SCR-RAW(SCR-FOUND-IX)(37:16))
                   TO SCR-AMOUNT
           ELSE
               MOVE SCR-RAW(SCR-FOUND-IX)(14:6) TO SCR-ACCOUNT
               IF SCR-RAW(SCR-FOUND-IX)(23:9) NOT = SPACES
                   MOVE FUNCTION NUMVAL(SCR-RAW(SCR-FOUND-IX)(23:9))
                       TO SCR-AMOUNT
               END-IF
           END-IF.

       *> --screen-release SEQ REASON: compliance has cleared the
       *> name. The item goes back through the path it was held
       *> on - PROCESS-ONE-TRANSACTION for a NEW or CNM, the
       *> inbound posting for a clearing item - with the screen
       *> disarmed for this one call, so every ordinary check still
       *> applies. The decision is logged SCRREL, kept in
       *> screening_decisions.txt with its reason, and the item
       *> leaves the queue. The lock is held throughout, as for an
       *> approval release.
       RUN-SCREEN-RELEASE.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM FIND-SCREENING-ITEM
           OPEN OUTPUT SCR-REPORT-FILE
           EVALUATE TRUE
           WHEN SCR-ARGS-OK = "N"
               MOVE "RELEASE REJECTED: USAGE IS --screen-release SEQ REASON."
                   TO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
           WHEN SCR-OVERFLOW = "Y"
               MOVE "RELEASE REFUSED: QUEUE FILE EXCEEDS 200 LINES."
                   TO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
           WHEN SCR-FOUND-IX = ZERO
               MOVE "RELEASE REJECTED: ITEM NOT FOUND OR NOT PENDING."
                   TO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
           WHEN OTHER
               MOVE "Y" TO SCR-RELEASE-MODE
               IF SCR-RAW(SCR-FOUND-IX)(10:3) = "CLI"
                   PERFORM RELEASE-SCREENED-CLEARING-ITEM
               ELSE
                   MOVE SCR-RAW(SCR-FOUND-IX)(14:61) TO IN-RECORD
                   PERFORM PROCESS-ONE-TRANSACTION
               END-IF
               MOVE "N" TO SCR-RELEASE-MODE
               PERFORM NOTE-SCREENING-ITEM-KEYS
               MOVE SCR-ACCOUNT TO LOG-ACCOUNT
               MOVE "SCRREL" TO LOG-ACTION
               MOVE SCR-AMOUNT TO LOG-AMOUNT
               MOVE ZERO TO LOG-BAL-BEFORE
               MOVE ZERO TO LOG-BAL-AFTER
               MOVE SCR-RAW(SCR-FOUND-IX)(1:6) TO LOG-COUNTERPARTY
               PERFORM WRITE-TRANS-LOG
               MOVE SPACES TO SCR-REPORT-RECORD
               STRING "ITEM " DELIMITED BY SIZE
                      SCR-RAW(SCR-FOUND-IX)(1:6) DELIMITED BY SIZE
                      " RELEASED: " DELIMITED BY SIZE
                      OUT-RECORD DELIMITED BY SIZE
                      INTO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
               MOVE "R" TO SCR-RAW(SCR-FOUND-IX)(8:1)
               PERFORM RECORD-SCREENING-DECISION
           END-EVALUATE
           CLOSE SCR-REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK.

       RELEASE-SCREENED-CLEARING-ITEM.
           MOVE SCR-RAW(SCR-FOUND-IX)(14:60) TO CLG-IN-RECORD
           MOVE ZERO TO CLG-POSTED-COUNT
           MOVE ZERO TO CLG-EXC-COUNT
           MOVE ZERO TO CLG-HELD-COUNT
           PERFORM POST-ONE-INBOUND-ITEM
           MOVE SPACES TO OUT-RECORD
           IF CLG-EXC-REASON = SPACES
               MOVE "CLEARING ITEM POSTED." TO OUT-RECORD
           ELSE
               STRING "CLEARING ITEM TO EXCEPTIONS: "
                          DELIMITED BY SIZE
                      CLG-EXC-REASON DELIMITED BY SIZE
                      INTO OUT-RECORD
           END-IF.

       *> --screen-decline SEQ REASON: compliance will not let the
       *> item through. An input record goes back to the branch in
       *> supervisor_rejects.txt under R24; a clearing item goes to
       *> the clearing exceptions for return to the counterparty.
       *> The reject or exception line and the SCRDECL translog line
       *> land before the queue rewrite, as for an approval reject.
       RUN-SCREEN-DECLINE.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM FIND-SCREENING-ITEM
           OPEN OUTPUT SCR-REPORT-FILE
           EVALUATE TRUE
           WHEN SCR-ARGS-OK = "N"
               MOVE "DECLINE REFUSED: USAGE IS --screen-decline SEQ REASON."
                   TO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
           WHEN SCR-OVERFLOW = "Y"
               MOVE "DECLINE REFUSED: QUEUE FILE EXCEEDS 200 LINES."
                   TO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
           WHEN SCR-FOUND-IX = ZERO
               MOVE "DECLINE REFUSED: ITEM NOT FOUND OR NOT PENDING."
                   TO SCR-REPORT-RECORD
               WRITE SCR-REPORT-RECORD
           WHEN OTHER
               IF SCR-RAW(SCR-FOUND-IX)(10:3) = "CLI"
                   MOVE SCR-RAW(SCR-FOUND-IX)(14:60) TO CLG-IN-RECORD
                   MOVE "DECLINED BY COMPLIANCE" TO CLG-EXC-REASON
                   PERFORM WRITE-CLEARING-EXCEPTION
               ELSE
                   MOVE SCR-RAW(SCR-FOUND-IX)(14:61) TO IN-RECORD
                   PERFORM PARSE-INPUT-RECORD
                   PERFORM ENSURE-SUP-REJECT-FILE-EXISTS
                   OPEN EXTEND SUP-REJECT-FILE
                   MOVE SPACES TO SUP-REJECT-RECORD
                   MOVE IN-RECORD TO SUP-REJECT-RECORD(1:61)
                   MOVE "R24" TO SUP-REJECT-RECORD(63:3)
                   MOVE "DECLINED BY COMPLIANCE"
                       TO SUP-REJECT-RECORD(67:30)
                   WRITE SUP-REJECT-RECORD
                   CLOSE SUP-REJECT-FILE
               END-IF
               PERFORM NOTE-SCREENING-ITEM-KEYS
               MOVE SCR-ACCOUNT TO LOG-ACCOUNT
               MOVE "SCRDECL" TO LOG-ACTION
               MOVE SCR-AMOUNT TO LOG-AMOUNT
               MOVE ZERO TO LOG-BAL-BEFORE
               MOVE ZERO TO LOG-BAL-AFTER
               MOVE SCR-RAW(SCR-FOUND-IX)(1:6) TO LOG-COUNTERPARTY
               PERFORM WRITE-TRANS-LOG
               MOVE "D" TO SCR-RAW(SCR-FOUND-IX)(8:1)
               PERFORM RECORD-SCREENING-DECISION
               MOVE SPACES TO SCR-REPORT-RECORD
               IF SCR-RAW(SCR-FOUND-IX)(10:3) = "CLI"
                   STRING "ITEM " DELIMITED BY SIZE
                          SCR-RAW(SCR-FOUND-IX)(1:6) DELIMITED BY SIZE
                          " DECLINED - RETURNED IN "
                              DELIMITED BY SIZE
                          "clearing_exceptions.txt" DELIMITED BY SIZE
                          INTO SCR-REPORT-RECORD
               ELSE
                   STRING "ITEM " DELIMITED BY SIZE
                          SCR-RAW(SCR-FOUND-IX)(1:6) DELIMITED BY SIZE
                          " DECLINED - RETURNED TO BRANCH IN "
                              DELIMITED BY SIZE
                          "supervisor_rejects.txt" DELIMITED BY SIZE
                          INTO SCR-REPORT-RECORD
               END-IF
               WRITE SCR-REPORT-RECORD
           END-EVALUATE
           CLOSE SCR-REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK.

       *> Stamps the decided item with the time and compliance's
       *> reason, appends it to screening_decisions.txt - the one
       *> place it survives once the queue is compacted - and then
       *> rewrites the queue without it.
       RECORD-SCREENING-DECISION.
           MOVE FUNCTION CURRENT-DATE TO SCR-STAMP
           MOVE SCR-STAMP TO SCR-RAW(SCR-FOUND-IX)(167:21)
           MOVE SCR-REASON TO SCR-RAW(SCR-FOUND-IX)(189:40)
           PERFORM ENSURE-SCR-DEC-FILE-EXISTS
           OPEN EXTEND SCR-DEC-FILE
           WRITE SCR-DEC-RECORD FROM SCR-RAW(SCR-FOUND-IX)
           CLOSE SCR-DEC-FILE
           PERFORM REWRITE-SCREENING-QUEUE.

       ENSURE-SCR-DEC-FILE-EXISTS.
           OPEN INPUT SCR-DEC-FILE
           IF SCR-DEC-STATUS = "35"
               CLOSE SCR-DEC-FILE
               OPEN OUTPUT SCR-DEC-FILE
               CLOSE SCR-DEC-FILE
           ELSE
               CLOSE SCR-DEC-FILE
           END-IF.

       *> Only pending items survive, through screening_queue.new
       *> and its *SQEND* marker - the pending-approvals rewrite
       *> discipline, recovered the same way on restart.
       REWRITE-SCREENING-QUEUE.
           OPEN OUTPUT SCR-NEW-FILE
           PERFORM VARYING SCR-IX FROM 1 BY 1
                   UNTIL SCR-IX > SCR-COUNT
               IF SCR-RAW(SCR-IX)(8:1) = "P"
                   WRITE SCR-NEW-RECORD FROM SCR-RAW(SCR-IX)
               END-IF
           END-PERFORM
           MOVE SPACES TO SCR-NEW-RECORD
           MOVE "*SQEND*" TO SCR-NEW-RECORD(1:7)
           WRITE SCR-NEW-RECORD
           CLOSE SCR-NEW-FILE
           PERFORM CUTOVER-SCREENING-QUEUE.

       CUTOVER-SCREENING-QUEUE.
           OPEN INPUT SCR-NEW-FILE
           OPEN OUTPUT SCR-FILE
           PERFORM UNTIL 1 = 2
               READ SCR-NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SCR-NEW-RECORD(1:7) NOT = "*SQEND*"
                           WRITE SCR-RECORD FROM SCR-NEW-RECORD
                       END-IF
           END-PERFORM
           CLOSE SCR-NEW-FILE
           CLOSE SCR-FILE
           CALL "CBL_DELETE_FILE" USING "screening_queue.new".

       *> --rescreen-customers: every customer name on file against
       *> the current watch list, hits to rescreen_hits_report.txt
       *> for compliance to work - a name that was clean when the
       *> account opened may be listed today. The list as screened
       *> is kept in watchlist_screened.txt; the end-of-day step
       *> (SCR-FORCE "N") compares against it and leaves the book
       *> and the last report alone while the list is unchanged. A
       *> list too big for the table is refused outright - a
       *> partial rescreen would report the book clean when it is
       *> not.
       RUN-RESCREEN-CUSTOMERS.
           MOVE "Y" TO SCR-RUN-OK
           PERFORM CHECK-WATCHLIST-CHANGED
           IF SCR-FORCE = "Y" OR WL-SNAP-SAME = "N"
                   OR WL-OVERFLOW = "Y"
               OPEN OUTPUT SCR-HITS-FILE
               IF WL-OVERFLOW = "Y"
                   MOVE "N" TO SCR-RUN-OK
                   MOVE "RESCREEN REFUSED: WATCH LIST EXCEEDS 500 ENTRIES."
                       TO SCR-HITS-RECORD
                   WRITE SCR-HITS-RECORD
               ELSE
                   PERFORM ACQUIRE-ACCOUNTS-LOCK
                   PERFORM RESCREEN-ALL-CUSTOMERS
                   PERFORM RELEASE-ACCOUNTS-LOCK
                   PERFORM WRITE-WATCHLIST-SNAPSHOT
               END-IF
               CLOSE SCR-HITS-FILE
           END-IF.

       *> WL-SNAP-SAME is "Y" when the snapshot holds exactly the
       *> entries now loaded, in the same order. No snapshot counts
       *> as unchanged only while the list itself is empty.
       CHECK-WATCHLIST-CHANGED.
           MOVE "Y" TO WL-SNAP-SAME
           MOVE ZERO TO WL-SNAP-COUNT
           OPEN INPUT WL-SNAP-FILE
           IF WL-SNAP-STATUS = "35"
               CLOSE WL-SNAP-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ WL-SNAP-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WL-SNAP-COUNT
                           IF WL-SNAP-COUNT > WL-COUNT
                               MOVE "N" TO WL-SNAP-SAME
                               EXIT PERFORM
                           END-IF
                           IF WL-SNAP-RECORD(1:6)
                                   NOT = WL-ID(WL-SNAP-COUNT)
                                   OR WL-SNAP-RECORD(8:40)
                                       NOT = WL-NAME(WL-SNAP-COUNT)
                                   OR WL-SNAP-RECORD(49:10)
                                       NOT = WL-SOURCE(WL-SNAP-COUNT)
                               MOVE "N" TO WL-SNAP-SAME
                           END-IF
               END-PERFORM
               CLOSE WL-SNAP-FILE
           END-IF
           IF WL-SNAP-COUNT NOT = WL-COUNT
               MOVE "N" TO WL-SNAP-SAME
           END-IF.

       RESCREEN-ALL-CUSTOMERS.
           MOVE ZERO TO SCR-CUST-COUNT
           MOVE ZERO TO SCR-HITS-COUNT
           MOVE "WATCH-LIST RESCREEN OF customers.dat"
               TO SCR-HITS-RECORD
           WRITE SCR-HITS-RECORD
           PERFORM ENSURE-CUST-FILE-EXISTS
           OPEN INPUT CUST-FILE
           MOVE "N" TO SCR-CUST-EOF
           MOVE LOW-VALUES TO CUST-NUMBER-KEY
           START CUST-FILE KEY NOT < CUST-NUMBER-KEY
               INVALID KEY
                   MOVE "Y" TO SCR-CUST-EOF
           END-START
           IF CUST-FILE-STATUS NOT = "00"
               MOVE "Y" TO SCR-CUST-EOF
           END-IF
           PERFORM UNTIL SCR-CUST-EOF = "Y"
               MOVE SPACES TO CUST-RECORD
               READ CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SCR-CUST-EOF
               END-READ
               IF CUST-FILE-STATUS NOT = "00"
                   MOVE "Y" TO SCR-CUST-EOF
               END-IF
               IF SCR-CUST-EOF = "N"
                   PERFORM RESCREEN-ONE-CUSTOMER
               END-IF
           END-PERFORM
           CLOSE CUST-FILE
           MOVE SPACES TO SCR-HITS-RECORD
           MOVE SCR-CUST-COUNT TO SCR-COUNT-ALPHA
           STRING "CUSTOMERS SCREENED: " DELIMITED BY SIZE
                  SCR-COUNT-ALPHA DELIMITED BY SIZE
                  INTO SCR-HITS-RECORD
           WRITE SCR-HITS-RECORD
           MOVE SPACES TO SCR-HITS-RECORD
           MOVE SCR-HITS-COUNT TO SCR-COUNT-ALPHA
           STRING "POSSIBLE MATCHES: " DELIMITED BY SIZE
                  SCR-COUNT-ALPHA DELIMITED BY SIZE
                  INTO SCR-HITS-RECORD
           WRITE SCR-HITS-RECORD.

       RESCREEN-ONE-CUSTOMER.
           ADD 1 TO SCR-CUST-COUNT
           MOVE CUST-RECORD(7:20) TO SCR-SUBJECT
           PERFORM FIND-WATCHLIST-HIT
           IF SCR-HIT = "Y"
               ADD 1 TO SCR-HITS-COUNT
               MOVE SPACES TO SCR-HITS-RECORD
               STRING "CUSTOMER " DELIMITED BY SIZE
                      CUST-RECORD(1:6) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CUST-RECORD(7:20) DELIMITED BY SIZE
                      " MATCHES " DELIMITED BY SIZE
                      SCR-HIT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCR-HIT-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SCR-HIT-SOURCE DELIMITED BY SIZE
                      INTO SCR-HITS-RECORD
               WRITE SCR-HITS-RECORD
           END-IF.

       WRITE-WATCHLIST-SNAPSHOT.
           OPEN OUTPUT WL-SNAP-FILE
           PERFORM VARYING WL-IX FROM 1 BY 1 UNTIL WL-IX > WL-COUNT
               MOVE SPACES TO WL-SNAP-RECORD
               MOVE WL-ID(WL-IX) TO WL-SNAP-RECORD(1:6)
               MOVE WL-NAME(WL-IX) TO WL-SNAP-RECORD(8:40)
               MOVE WL-SOURCE(WL-IX) TO WL-SNAP-RECORD(49:10)
               WRITE WL-SNAP-RECORD
           END-PERFORM
           CLOSE WL-SNAP-FILE.

       *> --inquiry [ACCOUNT]: the clerk's one-screen answer to "where
       *> is my money" - the master row, the linked customer, the
       *> account's limits, anything of its still waiting in the
       *> approval queue, the warehouse or the standing orders, and
       *> its last twenty translog lines. Strictly read-only: no
       *> lock, no recovery, and a file that does not exist yet is
       *> shown as empty rather than created. Enter pages forward
       *> (and ends the inquiry past the last page), P pages back,
       *> a six-digit number jumps to that account, R refreshes
       *> and Q quits.
       RUN-ACCOUNT-INQUIRY.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-INQUIRY-LIMITS
           MOVE "N" TO INQ-DONE
           MOVE SPACES TO INQ-ACCOUNT
           IF CMD-ARG2(1:6) IS NUMERIC AND CMD-ARG2(7:14) = SPACES
               MOVE CMD-ARG2(1:6) TO INQ-ACCOUNT
           ELSE
               PERFORM ASK-INQUIRY-ACCOUNT
           END-IF
           PERFORM UNTIL INQ-DONE = "Y"
               PERFORM BUILD-INQUIRY-SCREEN
               MOVE 1 TO INQ-PAGE
               MOVE "N" TO INQ-REBUILD
               PERFORM UNTIL INQ-DONE = "Y" OR INQ-REBUILD = "Y"
                   PERFORM SHOW-INQUIRY-PAGE
                   PERFORM ACCEPT-INQUIRY-REPLY
               END-PERFORM
           END-PERFORM.

       *> The limit tables come from the same loaders the posting
       *> paths use, but only when their files exist - the loaders
       *> would otherwise create them. No velocity file means the
       *> house default the loader would have written.
       LOAD-INQUIRY-LIMITS.
           MOVE ZERO TO OD-COUNT
           MOVE ZERO TO VEL-COUNT
           OPEN INPUT OD-LIMIT-FILE
           IF OD-LIMIT-STATUS = "35"
               CLOSE OD-LIMIT-FILE
           ELSE
               CLOSE OD-LIMIT-FILE
               PERFORM LOAD-OVERDRAFT-LIMITS
           END-IF
           OPEN INPUT VEL-LIMIT-FILE
           IF VEL-LIMIT-STATUS = "35"
               CLOSE VEL-LIMIT-FILE
           ELSE
               CLOSE VEL-LIMIT-FILE
               PERFORM LOAD-VELOCITY-LIMITS
           END-IF.

       ASK-INQUIRY-ACCOUNT.
           MOVE SPACES TO INQ-ACCOUNT
           PERFORM UNTIL INQ-ACCOUNT NOT = SPACES OR INQ-DONE = "Y"
               DISPLAY "ACCOUNT NUMBER (BLANK OR Q TO QUIT): "
                   WITH NO ADVANCING
               MOVE SPACES TO INQ-REPLY
               ACCEPT INQ-REPLY
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INQ-REPLY))
                   TO INQ-REPLY
               EVALUATE TRUE
                   WHEN INQ-REPLY = SPACES OR INQ-REPLY = "Q"
                       MOVE "Y" TO INQ-DONE
                   WHEN INQ-REPLY(1:6) IS NUMERIC
                           AND INQ-REPLY(7:14) = SPACES
                       MOVE INQ-REPLY(1:6) TO INQ-ACCOUNT
                   WHEN OTHER
                       DISPLAY "AN ACCOUNT NUMBER IS SIX DIGITS."
               END-EVALUATE
           END-PERFORM.

       ACCEPT-INQUIRY-REPLY.
           DISPLAY "ENTER=NEXT  P=PREVIOUS  NNNNNN=ACCOUNT  R=REFRESH  Q=QUIT: "
               WITH NO ADVANCING
           MOVE SPACES TO INQ-REPLY
           ACCEPT INQ-REPLY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INQ-REPLY))
               TO INQ-REPLY
           EVALUATE TRUE
               WHEN INQ-REPLY = "Q"
                   MOVE "Y" TO INQ-DONE
               WHEN INQ-REPLY = SPACES
                   IF INQ-PAGE < INQ-PAGE-COUNT
                       ADD 1 TO INQ-PAGE
                   ELSE
                       MOVE "Y" TO INQ-DONE
                   END-IF
               WHEN INQ-REPLY = "P"
                   IF INQ-PAGE > 1
                       SUBTRACT 1 FROM INQ-PAGE
                   END-IF
               WHEN INQ-REPLY = "R"
                   MOVE "Y" TO INQ-REBUILD
               WHEN INQ-REPLY(1:6) IS NUMERIC
                       AND INQ-REPLY(7:14) = SPACES
                   MOVE INQ-REPLY(1:6) TO INQ-ACCOUNT
                   MOVE "Y" TO INQ-REBUILD
               WHEN OTHER
                   DISPLAY "REPLY NOT RECOGNIZED."
           END-EVALUATE.

       SHOW-INQUIRY-PAGE.
           COMPUTE INQ-PAGE-COUNT =
               (INQ-LINE-COUNT + INQ-PAGE-SIZE - 1) / INQ-PAGE-SIZE
           IF INQ-PAGE-COUNT = ZERO
               MOVE 1 TO INQ-PAGE-COUNT
           END-IF
           COMPUTE INQ-FIRST = (INQ-PAGE - 1) * INQ-PAGE-SIZE + 1
           COMPUTE INQ-LAST = INQ-FIRST + INQ-PAGE-SIZE - 1
           IF INQ-LAST > INQ-LINE-COUNT
               MOVE INQ-LINE-COUNT TO INQ-LAST
           END-IF
           MOVE INQ-PAGE TO INQ-PAGE-ALPHA
           MOVE INQ-PAGE-COUNT TO INQ-PAGES-ALPHA
           MOVE SPACES TO INQ-HEAD
           STRING "ACCOUNT INQUIRY " DELIMITED BY SIZE
                  INQ-ACCOUNT DELIMITED BY SIZE
                  "   AS AT " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "   PAGE " DELIMITED BY SIZE
                  INQ-PAGE-ALPHA DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  INQ-PAGES-ALPHA DELIMITED BY SIZE
                  INTO INQ-HEAD
           DISPLAY " "
           DISPLAY INQ-RULE
           DISPLAY INQ-HEAD
           DISPLAY INQ-RULE
           PERFORM VARYING INQ-IX FROM INQ-FIRST BY 1
                   UNTIL INQ-IX > INQ-LAST
               DISPLAY INQ-LINE(INQ-IX)
           END-PERFORM
           DISPLAY INQ-RULE.

       ADD-INQUIRY-LINE.
           IF INQ-LINE-COUNT < 300
               ADD 1 TO INQ-LINE-COUNT
               MOVE INQ-TEXT TO INQ-LINE(INQ-LINE-COUNT)
           ELSE
               MOVE "Y" TO INQ-TRUNCATED
           END-IF
           MOVE SPACES TO INQ-TEXT.

       BUILD-INQUIRY-SCREEN.
           MOVE ZERO TO INQ-LINE-COUNT
           MOVE "N" TO INQ-TRUNCATED
           MOVE SPACES TO INQ-TEXT
           PERFORM READ-INQUIRY-ACCOUNT
           IF INQ-FOUND = "N"
               STRING "ACCOUNT " DELIMITED BY SIZE
                      INQ-ACCOUNT DELIMITED BY SIZE
                      " IS NOT ON FILE." DELIMITED BY SIZE
                      INTO INQ-TEXT
               PERFORM ADD-INQUIRY-LINE
           ELSE
               PERFORM LIST-INQUIRY-ACCOUNT
               PERFORM LIST-INQUIRY-CUSTOMER
               PERFORM LIST-INQUIRY-APPROVALS
               PERFORM LIST-INQUIRY-WAREHOUSE
               PERFORM LIST-INQUIRY-ORDERS
               PERFORM LIST-INQUIRY-TRANSLOG
           END-IF
           IF INQ-TRUNCATED = "Y"
               MOVE INQ-LINE-COUNT TO INQ-IX
               MOVE "*** MORE THAN 300 LINES - LISTING CUT SHORT ***"
                   TO INQ-LINE(INQ-IX)
           END-IF.

       *> Keyed read of the one row, through the same cleared
       *> record area as every other keyed read.
       READ-INQUIRY-ACCOUNT.
           MOVE "N" TO INQ-FOUND
           MOVE SPACES TO INQ-ROW
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS = "35"
               CLOSE MASTER-FILE
           ELSE
               MOVE SPACES TO MASTER-RECORD
               MOVE INQ-ACCOUNT TO MASTER-ACCOUNT-KEY
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO INQ-FOUND
                       MOVE MASTER-RECORD TO INQ-ROW
               END-READ
               CLOSE MASTER-FILE
           END-IF.

       *> Ledger balance, liens in force, overdraft line and the
       *> available balance the funds checks would use, then the
       *> daily debit cap - the account's own line, or the house
       *> default.
       LIST-INQUIRY-ACCOUNT.
           EVALUATE INQ-ROW(23:1)
               WHEN "O"
               WHEN SPACE
                   MOVE "OPEN" TO INQ-STATUS-WORD
               WHEN "C"
                   MOVE "CLOSED" TO INQ-STATUS-WORD
               WHEN "D"
                   MOVE "DORMANT" TO INQ-STATUS-WORD
               WHEN OTHER
                   MOVE INQ-ROW(23:1) TO INQ-STATUS-WORD
           END-EVALUATE
           STRING "ACCOUNT  " DELIMITED BY SIZE
                  INQ-ACCOUNT DELIMITED BY SIZE
                  "   OWNER " DELIMITED BY SIZE
                  INQ-ROW(24:20) DELIMITED BY SIZE
                  INTO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           STRING "STATUS   " DELIMITED BY SIZE
                  INQ-STATUS-WORD DELIMITED BY SIZE
                  " CURRENCY " DELIMITED BY SIZE
                  INQ-ROW(50:3) DELIMITED BY SIZE
                  INTO INQ-TEXT
           IF INQ-ROW(50:3) = SPACES
               MOVE "RAI" TO INQ-TEXT(28:3)
           END-IF
           PERFORM ADD-INQUIRY-LINE
           MOVE ZERO TO LIEN-HELD
           OPEN INPUT LIEN-FILE
           IF LIEN-FILE-STATUS = "35"
               CLOSE LIEN-FILE
           ELSE
               CLOSE LIEN-FILE
               MOVE INQ-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT-LIENS
           END-IF
           MOVE INQ-ACCOUNT TO OD-LOOKUP-ACCOUNT
           PERFORM FIND-OVERDRAFT-LIMIT
           MOVE FUNCTION NUMVAL(INQ-ROW(10:13)) TO SIGNED-RAI-VALUE
           PERFORM FORMAT-SIGNED-RAI
           STRING "LEDGER BALANCE     " DELIMITED BY SIZE
                  SIGNED-RAI-ALPHA DELIMITED BY SIZE
                  INTO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE LIEN-HELD TO RAI-FORMATTED
           STRING "LIENS IN FORCE     " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE OD-LIMIT TO RAI-FORMATTED
           STRING "OVERDRAFT LIMIT    " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           COMPUTE SIGNED-RAI-VALUE =
               FUNCTION NUMVAL(INQ-ROW(10:13)) - LIEN-HELD + OD-LIMIT
           PERFORM FORMAT-SIGNED-RAI
           STRING "AVAILABLE BALANCE  " DELIMITED BY SIZE
                  SIGNED-RAI-ALPHA DELIMITED BY SIZE
                  INTO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE VEL-DEF-COUNT TO VEL-MAX-COUNT
           MOVE VEL-DEF-AMT TO VEL-MAX-AMT
           MOVE "(HOUSE DEFAULT)" TO INQ-VEL-SOURCE
           PERFORM VARYING VEL-IX FROM 1 BY 1
                   UNTIL VEL-IX > VEL-COUNT
               IF VEL-ACCOUNT(VEL-IX) = INQ-ACCOUNT
                   MOVE VEL-CNT-LIMIT(VEL-IX) TO VEL-MAX-COUNT
                   MOVE VEL-AMT-LIMIT(VEL-IX) TO VEL-MAX-AMT
                   MOVE "(ACCOUNT LIMIT)" TO INQ-VEL-SOURCE
               END-IF
           END-PERFORM
           MOVE VEL-MAX-COUNT TO INQ-NUM-ALPHA
           MOVE VEL-MAX-AMT TO RAI-FORMATTED
           STRING "DAILY DEBIT LIMIT  " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  " IN " DELIMITED BY SIZE
                  FUNCTION TRIM(INQ-NUM-ALPHA) DELIMITED BY SIZE
                  " DEBITS " DELIMITED BY SIZE
                  INQ-VEL-SOURCE DELIMITED BY SIZE
                  INTO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE.

       LIST-INQUIRY-CUSTOMER.
           PERFORM ADD-INQUIRY-LINE
           IF INQ-ROW(44:6) IS NOT NUMERIC
               MOVE "CUSTOMER NOT LINKED - OWNER NAME IS ON THE ACCOUNT ROW"
                   TO INQ-TEXT
               PERFORM ADD-INQUIRY-LINE
           ELSE
               MOVE "N" TO CUS-FOUND
               OPEN INPUT CUST-FILE
               IF CUST-FILE-STATUS = "35"
                   CLOSE CUST-FILE
               ELSE
                   CLOSE CUST-FILE
                   MOVE INQ-ROW(44:6) TO CUS-LOOKUP-NUMBER
                   PERFORM READ-CUSTOMER
               END-IF
               IF CUS-FOUND = "N"
                   STRING "CUSTOMER " DELIMITED BY SIZE
                          INQ-ROW(44:6) DELIMITED BY SIZE
                          " IS NOT ON FILE" DELIMITED BY SIZE
                          INTO INQ-TEXT
                   PERFORM ADD-INQUIRY-LINE
               ELSE
                   STRING "CUSTOMER " DELIMITED BY SIZE
                          INQ-ROW(44:6) DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          CUS-NAME DELIMITED BY SIZE
                          INTO INQ-TEXT
                   PERFORM ADD-INQUIRY-LINE
                   STRING "ADDRESS  " DELIMITED BY SIZE
                          CUS-ADDRESS DELIMITED BY SIZE
                          INTO INQ-TEXT
                   PERFORM ADD-INQUIRY-LINE
               END-IF
           END-IF.

       LIST-INQUIRY-APPROVALS.
           PERFORM ADD-INQUIRY-LINE
           MOVE "PENDING APPROVAL" TO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE ZERO TO INQ-ITEM-COUNT
           OPEN INPUT APPR-FILE
           IF APPR-FILE-STATUS = "35"
               CLOSE APPR-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ APPR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF APPR-RECORD(8:1) = "P"
                                   AND APPR-RECORD(10:6) = INQ-ACCOUNT
                               ADD 1 TO INQ-ITEM-COUNT
                               STRING "  ITEM " DELIMITED BY SIZE
                                      APPR-RECORD(1:6)
                                          DELIMITED BY SIZE
                                      "  " DELIMITED BY SIZE
                                      APPR-RECORD(16:3)
                                          DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      APPR-RECORD(19:9)
                                          DELIMITED BY SIZE
                                      "  HELD " DELIMITED BY SIZE
                                      APPR-RECORD(72:8)
                                          DELIMITED BY SIZE
                                      INTO INQ-TEXT
                               PERFORM ADD-INQUIRY-LINE
                           END-IF
               END-PERFORM
               CLOSE APPR-FILE
           END-IF
           PERFORM NOTE-NO-INQUIRY-ITEMS.

       LIST-INQUIRY-WAREHOUSE.
           PERFORM ADD-INQUIRY-LINE
           MOVE "WAREHOUSED FOR A LATER VALUE DATE" TO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE ZERO TO INQ-ITEM-COUNT
           OPEN INPUT WHS-FILE
           IF WHS-FILE-STATUS = "35"
               CLOSE WHS-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ WHS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WHS-RECORD(1:6) = INQ-ACCOUNT
                               ADD 1 TO INQ-ITEM-COUNT
                               STRING "  " DELIMITED BY SIZE
                                      WHS-RECORD(7:3)
                                          DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      WHS-RECORD(10:9)
                                          DELIMITED BY SIZE
                                      "  VALUE DATE " DELIMITED BY SIZE
                                      WHS-RECORD(45:8)
                                          DELIMITED BY SIZE
                                      "  PARKED " DELIMITED BY SIZE
                                      WHS-RECORD(63:8)
                                          DELIMITED BY SIZE
                                      INTO INQ-TEXT
                               PERFORM ADD-INQUIRY-LINE
                           END-IF
               END-PERFORM
               CLOSE WHS-FILE
           END-IF
           PERFORM NOTE-NO-INQUIRY-ITEMS.

       *> Orders the account pays out, and orders paying into it.
       LIST-INQUIRY-ORDERS.
           PERFORM ADD-INQUIRY-LINE
           MOVE "STANDING ORDERS" TO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE ZERO TO INQ-ITEM-COUNT
           OPEN INPUT SO-FILE
           IF SO-FILE-STATUS = "35"
               CLOSE SO-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ SO-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SO-RECORD(1:6) = INQ-ACCOUNT
                               ADD 1 TO INQ-ITEM-COUNT
                               STRING "  PAYS " DELIMITED BY SIZE
                                      SO-RECORD(7:6) DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      SO-RECORD(13:13)
                                          DELIMITED BY SIZE
                                      "  FREQ " DELIMITED BY SIZE
                                      SO-RECORD(26:1) DELIMITED BY SIZE
                                      "  NEXT DUE " DELIMITED BY SIZE
                                      SO-RECORD(27:8) DELIMITED BY SIZE
                                      INTO INQ-TEXT
                               PERFORM ADD-INQUIRY-LINE
                           END-IF
                           IF SO-RECORD(7:6) = INQ-ACCOUNT
                               ADD 1 TO INQ-ITEM-COUNT
                               STRING "  FROM " DELIMITED BY SIZE
                                      SO-RECORD(1:6) DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      SO-RECORD(13:13)
                                          DELIMITED BY SIZE
                                      "  FREQ " DELIMITED BY SIZE
                                      SO-RECORD(26:1) DELIMITED BY SIZE
                                      "  NEXT DUE " DELIMITED BY SIZE
                                      SO-RECORD(27:8) DELIMITED BY SIZE
                                      INTO INQ-TEXT
                               PERFORM ADD-INQUIRY-LINE
                           END-IF
               END-PERFORM
               CLOSE SO-FILE
           END-IF
           PERFORM NOTE-NO-INQUIRY-ITEMS.

       NOTE-NO-INQUIRY-ITEMS.
           IF INQ-ITEM-COUNT = ZERO
               MOVE "  NONE" TO INQ-TEXT
               PERFORM ADD-INQUIRY-LINE
           END-IF.

       *> One pass over translog.txt keeping the account's last
       *> twenty lines; shown oldest first, as a passbook reads.
       LIST-INQUIRY-TRANSLOG.
           PERFORM ADD-INQUIRY-LINE
           MOVE "LAST TWENTY TRANSLOG LINES" TO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE "  DATE     TIME   CLASS   AMOUNT        BALANCE AFTER TELLER"
               TO INQ-TEXT
           PERFORM ADD-INQUIRY-LINE
           MOVE ZERO TO INQ-LOG-SEEN
           OPEN INPUT LOG-FILE
           IF LOG-FILE-STATUS = "35"
               CLOSE LOG-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ LOG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LOG-RECORD(1:6) = INQ-ACCOUNT
                               DIVIDE INQ-LOG-SEEN BY 20
                                   GIVING INQ-LOG-QUOT
                                   REMAINDER INQ-LOG-SLOT
                               ADD 1 TO INQ-LOG-SLOT
                               MOVE LOG-RECORD
                                   TO INQ-LOG-LINE(INQ-LOG-SLOT)
                               ADD 1 TO INQ-LOG-SEEN
                           END-IF
               END-PERFORM
               CLOSE LOG-FILE
           END-IF
           IF INQ-LOG-SEEN > 20
               MOVE 20 TO INQ-LOG-SHOWN
               DIVIDE INQ-LOG-SEEN BY 20
                   GIVING INQ-LOG-QUOT
                   REMAINDER INQ-LOG-OFFSET
           ELSE
               MOVE INQ-LOG-SEEN TO INQ-LOG-SHOWN
               MOVE ZERO TO INQ-LOG-OFFSET
           END-IF
           PERFORM VARYING INQ-LOG-IX FROM 1 BY 1
                   UNTIL INQ-LOG-IX > INQ-LOG-SHOWN
               COMPUTE INQ-LOG-SLOT = INQ-LOG-OFFSET + INQ-LOG-IX
               IF INQ-LOG-SLOT > 20
                   SUBTRACT 20 FROM INQ-LOG-SLOT
               END-IF
               MOVE INQ-LOG-LINE(INQ-LOG-SLOT) TO LOG-RECORD
               STRING "  " DELIMITED BY SIZE
                      LOG-RECORD(53:8) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOG-RECORD(61:6) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOG-RECORD(7:7) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOG-RECORD(14:13) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOG-RECORD(40:13) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOG-RECORD(141:6) DELIMITED BY SIZE
                      INTO INQ-TEXT
               PERFORM ADD-INQUIRY-LINE
           END-PERFORM
           IF INQ-LOG-SEEN = ZERO
               MOVE "  NONE" TO INQ-TEXT
               PERFORM ADD-INQUIRY-LINE
           END-IF.

       *> --param-propose TELLER FILE KEY VALUE [VALUE]: a clerk
       *> proposes one line of a parameter file. The proposal is
       *> checked against the file's layout and against ranges no
       *> sane value leaves, the line as it stands now is kept
       *> beside it, and it waits in param_changes.txt - nothing
       *> live changes until a second teller approves it:
       *>   RATE      YYYYMMDD PEG        (or DELETE)
       *>   TAXRATE   YYYYMMDD 9.99       (or DELETE)
       *>   TIERS     1|2 THRESHOLD RATE, or TIERS 3 RATE
       *>   FEES      MONTHLY|WITHDRAWAL|CLOSURE AMOUNT
       *>   APPRLIMIT AMOUNT
       *>   BKPKEEP   GENERATIONS
       *>   ODLIMIT   ACCOUNT AMOUNT      (or DELETE)
       *>   VELOCITY  ACCOUNT COUNT AMOUNT (or DELETE; 000000 is
       *>             the house default)
       RUN-PARAM-PROPOSE.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           PERFORM PARSE-PARAM-WORDS
           MOVE "Y" TO PRM-ARGS-OK
           MOVE SPACES TO PRM-REASON
           MOVE "USAGE IS --param-propose TELLER FILE KEY VALUE."
               TO PRM-USAGE
           MOVE PRM-WORD(2) TO PRM-TELLER
           PERFORM CHECK-PARAM-TELLER
           IF PRM-ARGS-OK = "Y"
               PERFORM VALIDATE-PARAM-CHANGE
           END-IF
           IF PRM-ARGS-OK = "Y"
               PERFORM CAPTURE-PARAM-CURRENT
               MOVE PRM-CURRENT TO PRM-BEFORE
               IF PRM-OP = "D" AND PRM-KEY-FOUND = "N"
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THERE IS NO SUCH LINE TO DELETE." TO PRM-REASON
               END-IF
               IF PRM-OP = "S" AND PRM-AFTER = PRM-BEFORE
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE LINE ALREADY READS THAT WAY." TO PRM-REASON
               END-IF
           END-IF
           IF PRM-ARGS-OK = "Y"
               PERFORM LOAD-PARAM-QUEUE
               EVALUATE TRUE
                   WHEN PRM-OVERFLOW = "Y" OR PRM-PENDING-COUNT >= 200
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "QUEUE FILE IS FULL." TO PRM-REASON
                   WHEN OTHER
                       PERFORM VARYING PRM-IX FROM 1 BY 1
                               UNTIL PRM-IX > PRM-COUNT
                           IF PRM-RAW(PRM-IX)(8:1) = "P"
                                   AND PRM-RAW(PRM-IX)(10:10) = PRM-CODE
                                   AND PRM-RAW(PRM-IX)(23:8) = PRM-KEY
                               MOVE "N" TO PRM-ARGS-OK
                               MOVE PRM-RAW(PRM-IX)(1:6) TO PRM-SEQ-ALPHA
                               STRING "CHANGE " DELIMITED BY SIZE
                                      PRM-SEQ-ALPHA DELIMITED BY SIZE
                                      " TO THE SAME LINE IS STILL PENDING."
                                          DELIMITED BY SIZE
                                      INTO PRM-REASON
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF
           OPEN OUTPUT PRM-REPORT-FILE
           MOVE SPACES TO PRM-REPORT-RECORD
           IF PRM-ARGS-OK = "N"
               STRING "PROPOSAL REFUSED: " DELIMITED BY SIZE
                      PRM-REASON DELIMITED BY SIZE
                      INTO PRM-REPORT-RECORD
               WRITE PRM-REPORT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE TO PRM-STAMP
               COMPUTE PRM-TARGET-SEQ = PRM-MAX-SEQ + 1
               MOVE SPACES TO PRM-RECORD
               MOVE PRM-TARGET-SEQ TO PRM-SEQ-ALPHA
               MOVE PRM-SEQ-ALPHA TO PRM-RECORD(1:6)
               MOVE "P" TO PRM-RECORD(8:1)
               MOVE PRM-CODE TO PRM-RECORD(10:10)
               MOVE PRM-OP TO PRM-RECORD(21:1)
               MOVE PRM-KEY TO PRM-RECORD(23:8)
               MOVE PRM-BEFORE TO PRM-RECORD(32:24)
               MOVE PRM-AFTER TO PRM-RECORD(57:24)
               MOVE PRM-TELLER TO PRM-RECORD(82:6)
               MOVE PRM-STAMP TO PRM-RECORD(89:21)
               OPEN EXTEND PRM-FILE
               WRITE PRM-RECORD
               CLOSE PRM-FILE
               STRING "CHANGE " DELIMITED BY SIZE
                      PRM-SEQ-ALPHA DELIMITED BY SIZE
                      " PROPOSED TO " DELIMITED BY SIZE
                      FUNCTION TRIM(PRM-LIVE-NAME) DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      PRM-TELLER DELIMITED BY SIZE
                      " - WAITING FOR A SECOND TELLER TO APPROVE."
                          DELIMITED BY SIZE
                      INTO PRM-REPORT-RECORD
               WRITE PRM-REPORT-RECORD
               MOVE PRM-RECORD TO PRM-RAW(1)
               MOVE 1 TO PRM-FOUND-IX
               PERFORM WRITE-PARAM-LINES
           END-IF
           CLOSE PRM-REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK.

       *> Every word of the command line, the file code and the
       *> value words upper-cased; the teller id is taken as keyed.
       PARSE-PARAM-WORDS.
           MOVE SPACES TO PRM-WORDS
           UNSTRING CMD-ARG DELIMITED BY ALL SPACES
               INTO PRM-WORD(1) PRM-WORD(2) PRM-WORD(3) PRM-WORD(4)
                    PRM-WORD(5) PRM-WORD(6) PRM-WORD(7) PRM-WORD(8)
           END-UNSTRING
           MOVE ZERO TO PRM-WORD-COUNT
           PERFORM VARYING PRM-WX FROM 1 BY 1 UNTIL PRM-WX > 8
               IF PRM-WORD(PRM-WX) NOT = SPACES
                   ADD 1 TO PRM-WORD-COUNT
               END-IF
               IF PRM-WX > 2
                   MOVE FUNCTION UPPER-CASE(PRM-WORD(PRM-WX))
                       TO PRM-WORD(PRM-WX)
               END-IF
           END-PERFORM.

       *> Proposer and decider alike must be active tellers on
       *> tellers.txt - the change log names people, not terminals.
       CHECK-PARAM-TELLER.
           MOVE PRM-TELLER TO TLR-LOOKUP-ID
           PERFORM FIND-TELLER
           IF PRM-TELLER = SPACES
               MOVE "N" TO PRM-ARGS-OK
               MOVE PRM-USAGE TO PRM-REASON
           ELSE
               IF TLR-FOUND-IX = ZERO
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "TELLER IS NOT ON tellers.txt." TO PRM-REASON
               ELSE
                   IF TLR-STATUS(TLR-FOUND-IX) NOT = "A"
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "TELLER IS NOT ACTIVE." TO PRM-REASON
                   END-IF
               END-IF
           END-IF.

       *> Which file a code names, how its lines are found, and for
       *> a positional file which line the key is.
       SET-PARAM-FILE-INFO.
           MOVE SPACES TO PRM-LIVE-NAME
           MOVE "P" TO PRM-KIND
           MOVE ZERO TO PRM-KEY-LEN
           MOVE 1 TO PRM-LINE-NO
           EVALUATE PRM-CODE
               WHEN "RATE"
                   MOVE "rate.txt" TO PRM-LIVE-NAME
                   MOVE "K" TO PRM-KIND
                   MOVE 8 TO PRM-KEY-LEN
               WHEN "TAXRATE"
                   MOVE "taxrate.txt" TO PRM-LIVE-NAME
                   MOVE "K" TO PRM-KIND
                   MOVE 8 TO PRM-KEY-LEN
               WHEN "TIERS"
                   MOVE "tiers.txt" TO PRM-LIVE-NAME
               WHEN "FEES"
                   MOVE "fees.txt" TO PRM-LIVE-NAME
               WHEN "APPRLIMIT"
                   MOVE "approval_limit.txt" TO PRM-LIVE-NAME
               WHEN "BKPKEEP"
                   MOVE "backup_keep.txt" TO PRM-LIVE-NAME
               WHEN "ODLIMIT"
                   MOVE "overdraft_limits.txt" TO PRM-LIVE-NAME
                   MOVE "K" TO PRM-KIND
                   MOVE 6 TO PRM-KEY-LEN
               WHEN "VELOCITY"
                   MOVE "velocity_limits.txt" TO PRM-LIVE-NAME
                   MOVE "K" TO PRM-KIND
                   MOVE 6 TO PRM-KEY-LEN
           END-EVALUATE
           IF PRM-KIND = "P" AND PRM-KEY(1:1) IS NUMERIC
               MOVE PRM-KEY(1:1) TO PRM-LINE-NO
           END-IF.

       *> Turns the words into PRM-OP, PRM-KEY and the new line
       *> PRM-AFTER exactly as the file's loader reads it, or
       *> refuses with the reason in PRM-REASON.
       VALIDATE-PARAM-CHANGE.
           MOVE PRM-WORD(3) TO PRM-CODE
           MOVE "S" TO PRM-OP
           MOVE SPACES TO PRM-KEY
           MOVE SPACES TO PRM-AFTER
           MOVE ZERO TO PRM-WORDS-NEEDED
           EVALUATE PRM-CODE
               WHEN "RATE"
                   PERFORM VALIDATE-PARAM-RATE
               WHEN "TAXRATE"
                   PERFORM VALIDATE-PARAM-TAXRATE
               WHEN "TIERS"
                   PERFORM VALIDATE-PARAM-TIERS
               WHEN "FEES"
                   PERFORM VALIDATE-PARAM-FEES
               WHEN "APPRLIMIT"
                   PERFORM VALIDATE-PARAM-APPRLIMIT
               WHEN "BKPKEEP"
                   PERFORM VALIDATE-PARAM-BKPKEEP
               WHEN "ODLIMIT"
                   PERFORM VALIDATE-PARAM-ODLIMIT
               WHEN "VELOCITY"
                   PERFORM VALIDATE-PARAM-VELOCITY
               WHEN OTHER
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "FILE MUST BE RATE, TAXRATE, TIERS, FEES, APPRLIMIT, BKPKEEP, ODLIMIT OR VELOCITY."
                       TO PRM-REASON
           END-EVALUATE
           IF PRM-ARGS-OK = "Y" AND PRM-WORD-COUNT NOT = PRM-WORDS-NEEDED
               MOVE "N" TO PRM-ARGS-OK
               MOVE PRM-USAGE TO PRM-REASON
           END-IF
           IF PRM-ARGS-OK = "Y"
               PERFORM SET-PARAM-FILE-INFO
           END-IF.

       *> The peg is a whole number (rate.txt carries it as nine
       *> digits). A line already in force is what old statements
       *> were priced at, so only today's or a later date may be set,
       *> and only a line not yet in force deleted. A new peg more
       *> than a quarter away from today's is a keying slip.
       VALIDATE-PARAM-RATE.
           PERFORM CHECK-PARAM-EFF-DATE
           IF PRM-ARGS-OK = "Y"
               IF PRM-WORD(5) = "DELETE"
                   MOVE 5 TO PRM-WORDS-NEEDED
                   PERFORM CHECK-PARAM-FUTURE-DELETE
               ELSE
                   MOVE 5 TO PRM-WORDS-NEEDED
                   MOVE PRM-WORD(5) TO PRM-NUM-WORD
                   MOVE ZERO TO PRM-MAX-DEC
                   PERFORM CHECK-PARAM-NUMBER
                   IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE = ZERO
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "THE PEG MUST BE A WHOLE NUMBER OF UP TO NINE DIGITS."
                           TO PRM-REASON
                   ELSE
                       MOVE PRM-NUM-VALUE TO PRM-RATE-DIGITS
                       IF PRM-RATE-DIGITS > RAI-TO-IDR-RATE
                           COMPUTE PRM-RATE-DRIFT =
                               PRM-RATE-DIGITS - RAI-TO-IDR-RATE
                       ELSE
                           COMPUTE PRM-RATE-DRIFT =
                               RAI-TO-IDR-RATE - PRM-RATE-DIGITS
                       END-IF
                       IF RATE-FOUND = "Y"
                               AND PRM-RATE-DRIFT * 4 > RAI-TO-IDR-RATE
                           MOVE "N" TO PRM-ARGS-OK
                           MOVE "THE PEG MOVES MORE THAN 25 PERCENT FROM THE RATE IN FORCE."
                               TO PRM-REASON
                       ELSE
                           STRING PRM-KEY DELIMITED BY SIZE
                                  PRM-RATE-DIGITS DELIMITED BY SIZE
                                  INTO PRM-AFTER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> Same dating rules as the peg; the rate is 9.99 as
       *> LOAD-TAX-RATE reads it, and no more than half the interest.
       VALIDATE-PARAM-TAXRATE.
           PERFORM CHECK-PARAM-EFF-DATE
           IF PRM-ARGS-OK = "Y"
               MOVE 5 TO PRM-WORDS-NEEDED
               IF PRM-WORD(5) = "DELETE"
                   PERFORM CHECK-PARAM-FUTURE-DELETE
               ELSE
                   MOVE PRM-WORD(5) TO PRM-NUM-WORD
                   MOVE 2 TO PRM-MAX-DEC
                   PERFORM CHECK-PARAM-NUMBER
                   IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE > 0.50
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "THE TAX RATE MUST BE 0.00 TO 0.50."
                           TO PRM-REASON
                   ELSE
                       MOVE PRM-NUM-VALUE TO TIER-RATE-FORMATTED
                       STRING PRM-KEY DELIMITED BY SIZE
                              TIER-RATE-FORMATTED DELIMITED BY SIZE
                              INTO PRM-AFTER
                   END-IF
               END-IF
           END-IF.

       CHECK-PARAM-EFF-DATE.
           MOVE PRM-WORD(4) TO PRM-DATE-WORD
           PERFORM CHECK-PARAM-DATE
           IF PRM-DATE-OK = "N"
               MOVE "N" TO PRM-ARGS-OK
               MOVE "THE EFFECTIVE DATE MUST BE A REAL YYYYMMDD DATE."
                   TO PRM-REASON
           ELSE
               MOVE PRM-WORD(4)(1:8) TO PRM-KEY
               IF PRM-KEY < TODAY-DATE
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "A LINE ALREADY IN FORCE CANNOT CHANGE - DATE A NEW ONE."
                       TO PRM-REASON
               END-IF
           END-IF.

       CHECK-PARAM-FUTURE-DELETE.
           MOVE "D" TO PRM-OP
           IF PRM-KEY NOT > TODAY-DATE
               MOVE "N" TO PRM-ARGS-OK
               MOVE "ONLY A LINE NOT YET IN FORCE CAN BE DELETED."
                   TO PRM-REASON
           END-IF.

       *> Tiers 1 and 2 are a threshold and a rate, tier 3 only its
       *> rate (its threshold field is unused and written as zero).
       *> The thresholds must still climb once the change is made.
       VALIDATE-PARAM-TIERS.
           MOVE PRM-WORD(4) TO PRM-KEY
           MOVE TIER1-THRESHOLD TO PRM-T1
           MOVE TIER2-THRESHOLD TO PRM-T2
           MOVE ZERO TO PRM-THRESHOLD
           EVALUATE PRM-KEY
               WHEN "1"
               WHEN "2"
                   MOVE 6 TO PRM-WORDS-NEEDED
                   MOVE PRM-WORD(5) TO PRM-NUM-WORD
                   MOVE 2 TO PRM-MAX-DEC
                   PERFORM CHECK-PARAM-NUMBER
                   IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE = ZERO
                           OR PRM-NUM-VALUE > 9999999.99
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "THE THRESHOLD MUST BE 0.01 TO 9999999.99."
                           TO PRM-REASON
                   ELSE
                       MOVE PRM-NUM-VALUE TO PRM-THRESHOLD
                       IF PRM-KEY = "1"
                           MOVE PRM-THRESHOLD TO PRM-T1
                       ELSE
                           MOVE PRM-THRESHOLD TO PRM-T2
                       END-IF
                       IF PRM-T1 NOT < PRM-T2
                           MOVE "N" TO PRM-ARGS-OK
                           MOVE "THE TIER 1 THRESHOLD MUST STAY BELOW TIER 2."
                               TO PRM-REASON
                       END-IF
                   END-IF
                   MOVE PRM-WORD(6) TO PRM-NUM-WORD
               WHEN "3"
                   MOVE 5 TO PRM-WORDS-NEEDED
                   MOVE PRM-WORD(5) TO PRM-NUM-WORD
               WHEN OTHER
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE TIER MUST BE 1, 2 OR 3." TO PRM-REASON
           END-EVALUATE
           IF PRM-ARGS-OK = "Y"
               MOVE 2 TO PRM-MAX-DEC
               PERFORM CHECK-PARAM-NUMBER
               IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE > 0.50
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE INTEREST RATE MUST BE 0.00 TO 0.50."
                       TO PRM-REASON
               ELSE
                   MOVE PRM-THRESHOLD TO RAI-FORMATTED
                   MOVE PRM-NUM-VALUE TO TIER-RATE-FORMATTED
                   STRING RAI-FORMATTED DELIMITED BY SIZE
                          TIER-RATE-FORMATTED DELIMITED BY SIZE
                          INTO PRM-AFTER
               END-IF
           END-IF.

       *> Line 1 the monthly charge, line 2 the per-withdrawal
       *> charge, line 3 the closure charge; zero waives a charge,
       *> more than 1000.00 is a slip.
       VALIDATE-PARAM-FEES.
           MOVE 5 TO PRM-WORDS-NEEDED
           EVALUATE PRM-WORD(4)
               WHEN "MONTHLY"
                   MOVE "1" TO PRM-KEY
               WHEN "WITHDRAWAL"
                   MOVE "2" TO PRM-KEY
               WHEN "CLOSURE"
                   MOVE "3" TO PRM-KEY
               WHEN OTHER
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE FEE MUST BE MONTHLY, WITHDRAWAL OR CLOSURE."
                       TO PRM-REASON
           END-EVALUATE
           IF PRM-ARGS-OK = "Y"
               MOVE PRM-WORD(5) TO PRM-NUM-WORD
               MOVE 2 TO PRM-MAX-DEC
               PERFORM CHECK-PARAM-NUMBER
               IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE > 1000.00
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE FEE MUST BE 0.00 TO 1000.00." TO PRM-REASON
               ELSE
                   MOVE PRM-NUM-VALUE TO RAI-FORMATTED
                   MOVE RAI-FORMATTED TO PRM-AFTER
               END-IF
           END-IF.

       VALIDATE-PARAM-APPRLIMIT.
           MOVE 4 TO PRM-WORDS-NEEDED
           MOVE "1" TO PRM-KEY
           MOVE PRM-WORD(4) TO PRM-NUM-WORD
           MOVE 2 TO PRM-MAX-DEC
           PERFORM CHECK-PARAM-NUMBER
           IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE < 1000.00
                   OR PRM-NUM-VALUE > 9999999.99
               MOVE "N" TO PRM-ARGS-OK
               MOVE "THE APPROVAL LIMIT MUST BE 1000.00 TO 9999999.99."
                   TO PRM-REASON
           ELSE
               MOVE PRM-NUM-VALUE TO RAI-FORMATTED
               MOVE RAI-FORMATTED TO PRM-AFTER
           END-IF.

       VALIDATE-PARAM-BKPKEEP.
           MOVE 4 TO PRM-WORDS-NEEDED
           MOVE "1" TO PRM-KEY
           MOVE PRM-WORD(4) TO PRM-NUM-WORD
           MOVE ZERO TO PRM-MAX-DEC
           PERFORM CHECK-PARAM-NUMBER
           IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE < 1
                   OR PRM-NUM-VALUE > 99
               MOVE "N" TO PRM-ARGS-OK
               MOVE "THE GENERATIONS KEPT MUST BE 1 TO 99." TO PRM-REASON
           ELSE
               MOVE PRM-NUM-VALUE TO PRM-COUNT-3
               MOVE PRM-COUNT-3 TO PRM-AFTER
           END-IF.

       *> An overdraft line can only be granted on an account that
       *> is on the book; an old line may be withdrawn whatever
       *> became of its account.
       VALIDATE-PARAM-ODLIMIT.
           MOVE 5 TO PRM-WORDS-NEEDED
           PERFORM CHECK-PARAM-ACCOUNT-WORD
           IF PRM-ARGS-OK = "Y"
               IF PRM-WORD(5) = "DELETE"
                   MOVE "D" TO PRM-OP
               ELSE
                   PERFORM CHECK-PARAM-ACCOUNT-ON-FILE
                   IF PRM-ARGS-OK = "Y"
                       MOVE PRM-WORD(5) TO PRM-NUM-WORD
                       MOVE 2 TO PRM-MAX-DEC
                       PERFORM CHECK-PARAM-NUMBER
                       IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE = ZERO
                               OR PRM-NUM-VALUE > 9999999.99
                           MOVE "N" TO PRM-ARGS-OK
                           MOVE "THE OVERDRAFT LIMIT MUST BE 0.01 TO 9999999.99 - DELETE WITHDRAWS IT."
                               TO PRM-REASON
                       ELSE
                           MOVE PRM-NUM-VALUE TO RAI-FORMATTED
                           MOVE PRM-KEY(1:6) TO PRM-AFTER(1:6)
                           MOVE RAI-FORMATTED TO PRM-AFTER(8:13)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *> Account 000000 is the house default every unlisted account
       *> gets, so it can be changed but never deleted.
       VALIDATE-PARAM-VELOCITY.
           PERFORM CHECK-PARAM-ACCOUNT-WORD
           IF PRM-ARGS-OK = "Y"
               IF PRM-WORD(5) = "DELETE"
                   MOVE 5 TO PRM-WORDS-NEEDED
                   MOVE "D" TO PRM-OP
                   IF PRM-KEY(1:6) = "000000"
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "THE HOUSE DEFAULT LINE CANNOT BE DELETED."
                           TO PRM-REASON
                   END-IF
               ELSE
                   MOVE 6 TO PRM-WORDS-NEEDED
                   IF PRM-KEY(1:6) NOT = "000000"
                       PERFORM CHECK-PARAM-ACCOUNT-ON-FILE
                   END-IF
               END-IF
           END-IF
           IF PRM-ARGS-OK = "Y" AND PRM-OP = "S"
               MOVE PRM-WORD(5) TO PRM-NUM-WORD
               MOVE ZERO TO PRM-MAX-DEC
               PERFORM CHECK-PARAM-NUMBER
               IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE < 1
                       OR PRM-NUM-VALUE > 999
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE DEBIT COUNT MUST BE 1 TO 999." TO PRM-REASON
               ELSE
                   MOVE PRM-NUM-VALUE TO PRM-COUNT-3
               END-IF
           END-IF
           IF PRM-ARGS-OK = "Y" AND PRM-OP = "S"
               MOVE PRM-WORD(6) TO PRM-NUM-WORD
               MOVE 2 TO PRM-MAX-DEC
               PERFORM CHECK-PARAM-NUMBER
               IF PRM-NUM-OK = "N" OR PRM-NUM-VALUE = ZERO
                       OR PRM-NUM-VALUE > 9999999.99
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE DAILY DEBIT AMOUNT MUST BE 0.01 TO 9999999.99."
                       TO PRM-REASON
               ELSE
                   MOVE PRM-NUM-VALUE TO RAI-FORMATTED
                   MOVE PRM-KEY(1:6) TO PRM-AFTER(1:6)
                   MOVE PRM-COUNT-3 TO PRM-AFTER(8:3)
                   MOVE RAI-FORMATTED TO PRM-AFTER(12:13)
               END-IF
           END-IF.

       CHECK-PARAM-ACCOUNT-WORD.
           IF PRM-WORD(4)(1:6) IS NUMERIC AND PRM-WORD(4)(7:14) = SPACES
               MOVE PRM-WORD(4)(1:6) TO PRM-KEY
           ELSE
               MOVE "N" TO PRM-ARGS-OK
               MOVE "THE ACCOUNT MUST BE SIX DIGITS." TO PRM-REASON
           END-IF.

       CHECK-PARAM-ACCOUNT-ON-FILE.
           MOVE "N" TO PRM-ACCOUNT-FOUND
           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS = "35"
               CLOSE MASTER-FILE
           ELSE
               MOVE SPACES TO MASTER-RECORD
               MOVE PRM-KEY(1:6) TO MASTER-ACCOUNT-KEY
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PRM-ACCOUNT-FOUND
               END-READ
               CLOSE MASTER-FILE
           END-IF
           IF PRM-ACCOUNT-FOUND = "N"
               MOVE "N" TO PRM-ARGS-OK
               MOVE "THE ACCOUNT IS NOT ON FILE." TO PRM-REASON
           END-IF.

       *> Digits with at most one point and no more than PRM-MAX-DEC
       *> places after it - NUMVAL alone would make "1O0.00" or
       *> "12,5" into a quiet wrong number, which is the very slip
       *> this maintenance exists to stop.
       CHECK-PARAM-NUMBER.
           MOVE "Y" TO PRM-NUM-OK
           MOVE ZERO TO PRM-NUM-VALUE
           MOVE ZERO TO PRM-INT-DIGITS
           MOVE ZERO TO PRM-DEC-DIGITS
           MOVE "N" TO PRM-DOT-SEEN
           PERFORM VARYING PRM-CX FROM 1 BY 1
                   UNTIL PRM-CX > 20 OR PRM-NUM-WORD(PRM-CX:1) = SPACE
               EVALUATE TRUE
                   WHEN PRM-NUM-WORD(PRM-CX:1) IS NUMERIC
                       IF PRM-DOT-SEEN = "Y"
                           ADD 1 TO PRM-DEC-DIGITS
                       ELSE
                           ADD 1 TO PRM-INT-DIGITS
                       END-IF
                   WHEN PRM-NUM-WORD(PRM-CX:1) = "."
                           AND PRM-DOT-SEEN = "N"
                       MOVE "Y" TO PRM-DOT-SEEN
                   WHEN OTHER
                       MOVE "N" TO PRM-NUM-OK
               END-EVALUATE
           END-PERFORM
           IF PRM-INT-DIGITS = ZERO OR PRM-INT-DIGITS > 9
                   OR PRM-DEC-DIGITS > PRM-MAX-DEC
                   OR (PRM-DOT-SEEN = "Y" AND PRM-DEC-DIGITS = ZERO)
               MOVE "N" TO PRM-NUM-OK
           END-IF
           IF PRM-NUM-OK = "Y"
               MOVE FUNCTION NUMVAL(PRM-NUM-WORD) TO PRM-NUM-VALUE
           END-IF.

       CHECK-PARAM-DATE.
           MOVE "N" TO PRM-DATE-OK
           IF PRM-DATE-WORD(1:8) IS NUMERIC
                   AND PRM-DATE-WORD(9:12) = SPACES
               MOVE PRM-DATE-WORD(1:4) TO SO-YY
               MOVE PRM-DATE-WORD(5:2) TO SO-MM
               MOVE PRM-DATE-WORD(7:2) TO SO-DD
               IF SO-MM >= 1 AND SO-MM <= 12
                   PERFORM SET-DAYS-IN-MONTH
                   IF SO-YY >= 1601
                           AND SO-DD >= 1
                           AND SO-DD <= SO-MONTH-DAYS
                       MOVE "Y" TO PRM-DATE-OK
                   END-IF
               END-IF
           END-IF.

       *> The line the key names as the file reads now - PRM-CURRENT,
       *> spaces and PRM-KEY-FOUND "N" when there is none.
       CAPTURE-PARAM-CURRENT.
           MOVE SPACES TO PRM-CURRENT
           MOVE "N" TO PRM-KEY-FOUND
           MOVE ZERO TO PRM-LIVE-COUNT
           OPEN INPUT PRM-LIVE-FILE
           IF PRM-LIVE-STATUS = "35"
               CLOSE PRM-LIVE-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ PRM-LIVE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO PRM-LIVE-COUNT
                           IF PRM-KEY-FOUND = "N"
                               IF PRM-KIND = "K"
                                   IF PRM-LIVE-RECORD(1:PRM-KEY-LEN)
                                       = PRM-KEY(1:PRM-KEY-LEN)
                                       MOVE "Y" TO PRM-KEY-FOUND
                                       MOVE PRM-LIVE-RECORD
                                           TO PRM-CURRENT
                                   END-IF
                               ELSE
                                   IF PRM-LIVE-COUNT = PRM-LINE-NO
                                       MOVE "Y" TO PRM-KEY-FOUND
                                       MOVE PRM-LIVE-RECORD
                                           TO PRM-CURRENT
                                   END-IF
                               END-IF
                           END-IF
               END-PERFORM
               CLOSE PRM-LIVE-FILE
           END-IF.

       *> The before and after lines of item PRM-FOUND-IX, under the
       *> line just written to the report.
       WRITE-PARAM-LINES.
           MOVE SPACES TO PRM-REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PRM-RAW(PRM-FOUND-IX)(10:10) DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  PRM-RAW(PRM-FOUND-IX)(23:8) DELIMITED BY SIZE
                  " BEFORE [" DELIMITED BY SIZE
                  PRM-RAW(PRM-FOUND-IX)(32:24) DELIMITED BY SIZE
                  "] AFTER [" DELIMITED BY SIZE
                  PRM-RAW(PRM-FOUND-IX)(57:24) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO PRM-REPORT-RECORD
           WRITE PRM-REPORT-RECORD.

       *> --param-list: the changes waiting for a second teller.
       RUN-PARAM-LIST.
           PERFORM LOAD-PARAM-QUEUE
           OPEN OUTPUT PRM-REPORT-FILE
           MOVE "PARAMETER CHANGES AWAITING APPROVAL" TO PRM-REPORT-RECORD
           WRITE PRM-REPORT-RECORD
           PERFORM VARYING PRM-FOUND-IX FROM 1 BY 1
                   UNTIL PRM-FOUND-IX > PRM-COUNT
               IF PRM-RAW(PRM-FOUND-IX)(8:1) = "P"
                   MOVE SPACES TO PRM-REPORT-RECORD
                   STRING "CHANGE " DELIMITED BY SIZE
                          PRM-RAW(PRM-FOUND-IX)(1:6) DELIMITED BY SIZE
                          " PROPOSED BY " DELIMITED BY SIZE
                          PRM-RAW(PRM-FOUND-IX)(82:6) DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          PRM-RAW(PRM-FOUND-IX)(89:8) DELIMITED BY SIZE
                          INTO PRM-REPORT-RECORD
                   WRITE PRM-REPORT-RECORD
                   PERFORM WRITE-PARAM-LINES
               END-IF
           END-PERFORM
           MOVE SPACES TO PRM-REPORT-RECORD
           MOVE PRM-PENDING-COUNT TO PRM-COUNT-ALPHA
           STRING "CHANGES PENDING: " DELIMITED BY SIZE
                  PRM-COUNT-ALPHA DELIMITED BY SIZE
                  INTO PRM-REPORT-RECORD
           WRITE PRM-REPORT-RECORD
           CLOSE PRM-REPORT-FILE.

       *> --param-approve SEQ TELLER: a second teller - never the
       *> one who proposed it - puts the change live. The file must
       *> still read the way it did when the change was proposed;
       *> if someone changed it since, the proposal was judged
       *> against a line that is gone and has to be made again.
       *> The new file is built complete in param_file.new, the
       *> change logged, and only then is the live file replaced.
       RUN-PARAM-APPROVE.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           MOVE "USAGE IS --param-approve SEQ TELLER." TO PRM-USAGE
           PERFORM FIND-PARAM-ITEM
           IF PRM-ARGS-OK = "Y"
               IF PRM-TELLER = PRM-RAW(PRM-FOUND-IX)(82:6)
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE PROPOSER CANNOT APPROVE THEIR OWN CHANGE."
                       TO PRM-REASON
               END-IF
           END-IF
           IF PRM-ARGS-OK = "Y"
               MOVE PRM-RAW(PRM-FOUND-IX)(10:10) TO PRM-CODE
               MOVE PRM-RAW(PRM-FOUND-IX)(21:1) TO PRM-OP
               MOVE PRM-RAW(PRM-FOUND-IX)(23:8) TO PRM-KEY
               MOVE PRM-RAW(PRM-FOUND-IX)(32:24) TO PRM-BEFORE
               MOVE PRM-RAW(PRM-FOUND-IX)(57:24) TO PRM-AFTER
               PERFORM SET-PARAM-FILE-INFO
               PERFORM CAPTURE-PARAM-CURRENT
               IF PRM-CURRENT NOT = PRM-BEFORE
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "THE FILE CHANGED SINCE THE PROPOSAL - REJECT IT AND PROPOSE AGAIN."
                       TO PRM-REASON
               END-IF
           END-IF
           OPEN OUTPUT PRM-REPORT-FILE
           MOVE SPACES TO PRM-REPORT-RECORD
           IF PRM-ARGS-OK = "N"
               STRING "APPROVAL REFUSED: " DELIMITED BY SIZE
                      PRM-REASON DELIMITED BY SIZE
                      INTO PRM-REPORT-RECORD
               WRITE PRM-REPORT-RECORD
           ELSE
               PERFORM BUILD-PARAM-WORK-FILE
               MOVE "A" TO PRM-RAW(PRM-FOUND-IX)(8:1)
               PERFORM RECORD-PARAM-DECISION
               PERFORM CUTOVER-PARAM-FILE
               PERFORM REWRITE-PARAM-QUEUE
               STRING "CHANGE " DELIMITED BY SIZE
                      PRM-RAW(PRM-FOUND-IX)(1:6) DELIMITED BY SIZE
                      " APPLIED TO " DELIMITED BY SIZE
                      FUNCTION TRIM(PRM-LIVE-NAME) DELIMITED BY SIZE
                      " - PROPOSED BY " DELIMITED BY SIZE
                      PRM-RAW(PRM-FOUND-IX)(82:6) DELIMITED BY SIZE
                      ", APPROVED BY " DELIMITED BY SIZE
                      PRM-TELLER DELIMITED BY SIZE
                      INTO PRM-REPORT-RECORD
               WRITE PRM-REPORT-RECORD
               PERFORM WRITE-PARAM-LINES
           END-IF
           CLOSE PRM-REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK.

       *> --param-reject SEQ TELLER: any active teller, the proposer
       *> included, withdraws a pending change. It is logged as
       *> rejected so the audit shows what was asked for as well as
       *> what was done.
       RUN-PARAM-REJECT.
           PERFORM ACQUIRE-ACCOUNTS-LOCK
           MOVE "USAGE IS --param-reject SEQ TELLER." TO PRM-USAGE
           PERFORM FIND-PARAM-ITEM
           OPEN OUTPUT PRM-REPORT-FILE
           MOVE SPACES TO PRM-REPORT-RECORD
           IF PRM-ARGS-OK = "N"
               STRING "REJECTION REFUSED: " DELIMITED BY SIZE
                      PRM-REASON DELIMITED BY SIZE
                      INTO PRM-REPORT-RECORD
               WRITE PRM-REPORT-RECORD
           ELSE
               MOVE "X" TO PRM-RAW(PRM-FOUND-IX)(8:1)
               PERFORM RECORD-PARAM-DECISION
               PERFORM REWRITE-PARAM-QUEUE
               STRING "CHANGE " DELIMITED BY SIZE
                      PRM-RAW(PRM-FOUND-IX)(1:6) DELIMITED BY SIZE
                      " REJECTED BY " DELIMITED BY SIZE
                      PRM-TELLER DELIMITED BY SIZE
                      " - THE FILE IS UNCHANGED." DELIMITED BY SIZE
                      INTO PRM-REPORT-RECORD
               WRITE PRM-REPORT-RECORD
               PERFORM WRITE-PARAM-LINES
           END-IF
           CLOSE PRM-REPORT-FILE
           PERFORM RELEASE-ACCOUNTS-LOCK.

       *> SEQ is the second word and the deciding teller the third.
       FIND-PARAM-ITEM.
           PERFORM PARSE-PARAM-WORDS
           MOVE "Y" TO PRM-ARGS-OK
           MOVE SPACES TO PRM-REASON
           MOVE ZERO TO PRM-FOUND-IX
           MOVE PRM-WORD(3) TO PRM-TELLER
           IF PRM-WORD-COUNT NOT = 3
                   OR FUNCTION TRIM(PRM-WORD(2)) IS NOT NUMERIC
               MOVE "N" TO PRM-ARGS-OK
               MOVE PRM-USAGE TO PRM-REASON
           ELSE
               PERFORM CHECK-PARAM-TELLER
           END-IF
           IF PRM-ARGS-OK = "Y"
               MOVE FUNCTION NUMVAL(PRM-WORD(2)) TO PRM-TARGET-SEQ
               MOVE PRM-TARGET-SEQ TO PRM-SEQ-ALPHA
               PERFORM LOAD-PARAM-QUEUE
               IF PRM-OVERFLOW = "Y"
                   MOVE "N" TO PRM-ARGS-OK
                   MOVE "QUEUE FILE EXCEEDS 200 LINES." TO PRM-REASON
               ELSE
                   PERFORM VARYING PRM-IX FROM 1 BY 1
                           UNTIL PRM-IX > PRM-COUNT
                       IF PRM-RAW(PRM-IX)(1:6) = PRM-SEQ-ALPHA
                               AND PRM-RAW(PRM-IX)(8:1) = "P"
                           MOVE PRM-IX TO PRM-FOUND-IX
                       END-IF
                   END-PERFORM
                   IF PRM-FOUND-IX = ZERO
                       MOVE "N" TO PRM-ARGS-OK
                       MOVE "CHANGE NOT FOUND OR NOT PENDING." TO PRM-REASON
                   END-IF
               END-IF
           END-IF.

       ENSURE-PRM-FILE-EXISTS.
           OPEN INPUT PRM-FILE
           IF PRM-FILE-STATUS = "35"
               CLOSE PRM-FILE
               OPEN OUTPUT PRM-FILE
               CLOSE PRM-FILE
           ELSE
               CLOSE PRM-FILE
           END-IF.

       ENSURE-PRM-LOG-FILE-EXISTS.
           OPEN INPUT PRM-LOG-FILE
           IF PRM-LOG-STATUS = "35"
               CLOSE PRM-LOG-FILE
               OPEN OUTPUT PRM-LOG-FILE
               CLOSE PRM-LOG-FILE
           ELSE
               CLOSE PRM-LOG-FILE
           END-IF.

       *> The queue keeps only pending changes, so the highest change
       *> number ever issued is looked for in the change log as well
       *> - a number is never given out twice.
       LOAD-PARAM-QUEUE.
           PERFORM ENSURE-PRM-FILE-EXISTS
           MOVE ZERO TO PRM-COUNT
           MOVE ZERO TO PRM-PENDING-COUNT
           MOVE ZERO TO PRM-MAX-SEQ
           MOVE "N" TO PRM-OVERFLOW
           OPEN INPUT PRM-FILE
           PERFORM UNTIL 1 = 2
               READ PRM-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PRM-COUNT < 200
                           ADD 1 TO PRM-COUNT
                           MOVE PRM-RECORD TO PRM-RAW(PRM-COUNT)
                           IF PRM-RECORD(8:1) = "P"
                               ADD 1 TO PRM-PENDING-COUNT
                           END-IF
                           IF PRM-RECORD(1:6) IS NUMERIC
                                   AND PRM-RECORD(1:6) > PRM-MAX-SEQ
                               MOVE PRM-RECORD(1:6) TO PRM-MAX-SEQ
                           END-IF
                       ELSE
                           MOVE "Y" TO PRM-OVERFLOW
                       END-IF
           END-PERFORM
           CLOSE PRM-FILE
           PERFORM ENSURE-PRM-LOG-FILE-EXISTS
           OPEN INPUT PRM-LOG-FILE
           PERFORM UNTIL 1 = 2
               READ PRM-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PRM-LOG-RECORD(1:6) IS NUMERIC
                               AND PRM-LOG-RECORD(1:6) > PRM-MAX-SEQ
                           MOVE PRM-LOG-RECORD(1:6) TO PRM-MAX-SEQ
                       END-IF
           END-PERFORM
           CLOSE PRM-LOG-FILE.

       *> Stamps the decided item with the deciding teller and the
       *> time and appends it to the change log - the one place it
       *> lives on once the queue is compacted.
       RECORD-PARAM-DECISION.
           MOVE FUNCTION CURRENT-DATE TO PRM-STAMP
           MOVE PRM-TELLER TO PRM-RAW(PRM-FOUND-IX)(111:6)
           MOVE PRM-STAMP TO PRM-RAW(PRM-FOUND-IX)(118:21)
           PERFORM ENSURE-PRM-LOG-FILE-EXISTS
           OPEN EXTEND PRM-LOG-FILE
           WRITE PRM-LOG-RECORD FROM PRM-RAW(PRM-FOUND-IX)
           CLOSE PRM-LOG-FILE.

       REWRITE-PARAM-QUEUE.
           OPEN OUTPUT PRM-NEW-FILE
           PERFORM VARYING PRM-IX FROM 1 BY 1
                   UNTIL PRM-IX > PRM-COUNT
               IF PRM-RAW(PRM-IX)(8:1) = "P"
                   WRITE PRM-NEW-RECORD FROM PRM-RAW(PRM-IX)
               END-IF
           END-PERFORM
           MOVE SPACES TO PRM-NEW-RECORD
           MOVE "*PCEND*" TO PRM-NEW-RECORD(1:7)
           WRITE PRM-NEW-RECORD
           CLOSE PRM-NEW-FILE
           PERFORM CUTOVER-PARAM-QUEUE.

       CUTOVER-PARAM-QUEUE.
           OPEN INPUT PRM-NEW-FILE
           OPEN OUTPUT PRM-FILE
           PERFORM UNTIL 1 = 2
               READ PRM-NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PRM-NEW-RECORD(1:7) NOT = "*PCEND*"
                           WRITE PRM-RECORD FROM PRM-NEW-RECORD
                       END-IF
           END-PERFORM
           CLOSE PRM-NEW-FILE
           CLOSE PRM-FILE
           CALL "CBL_DELETE_FILE" USING "param_changes.new".

       *> The live file copied into param_file.new with the one
       *> change made. A keyed file keeps every other line as it
       *> stands - a set replaces the key's line (or is added at the
       *> end when the key is new), a delete drops it. A positional
       *> file replaces line PRM-LINE-NO; any line before it that
       *> the file is short of is written with the value the loader
       *> has in force for it, so the change lands where the loader
       *> will look for it.
       BUILD-PARAM-WORK-FILE.
           MOVE "N" TO PRM-KEY-FOUND
           MOVE ZERO TO PRM-LIVE-COUNT
           OPEN OUTPUT PRM-WORK-FILE
           MOVE SPACES TO PRM-WORK-RECORD
           MOVE "*PFNAME*" TO PRM-WORK-RECORD(1:8)
           MOVE PRM-LIVE-NAME TO PRM-WORK-RECORD(10:30)
           WRITE PRM-WORK-RECORD
           OPEN INPUT PRM-LIVE-FILE
           IF PRM-LIVE-STATUS = "35"
               CLOSE PRM-LIVE-FILE
           ELSE
               PERFORM UNTIL 1 = 2
                   READ PRM-LIVE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           ADD 1 TO PRM-LIVE-COUNT
                           PERFORM COPY-ONE-PARAM-LINE
               END-PERFORM
               CLOSE PRM-LIVE-FILE
           END-IF
           IF PRM-KEY-FOUND = "N" AND PRM-OP = "S"
               IF PRM-KIND = "P"
                   COMPUTE PRM-FILL-NO = PRM-LIVE-COUNT + 1
                   PERFORM UNTIL PRM-FILL-NO >= PRM-LINE-NO
                       PERFORM FORMAT-PARAM-INFORCE-LINE
                       MOVE SPACES TO PRM-WORK-RECORD
                       MOVE PRM-FILL TO PRM-WORK-RECORD
                       WRITE PRM-WORK-RECORD
                       ADD 1 TO PRM-FILL-NO
                   END-PERFORM
               END-IF
               MOVE SPACES TO PRM-WORK-RECORD
               MOVE PRM-AFTER TO PRM-WORK-RECORD
               WRITE PRM-WORK-RECORD
           END-IF
           MOVE SPACES TO PRM-WORK-RECORD
           MOVE "*PFEND*" TO PRM-WORK-RECORD(1:7)
           WRITE PRM-WORK-RECORD
           CLOSE PRM-WORK-FILE.

       *> A second line with the same key is dropped rather than left
       *> to contradict the one just approved.
       COPY-ONE-PARAM-LINE.
           MOVE SPACES TO PRM-WORK-RECORD
           MOVE PRM-LIVE-RECORD TO PRM-WORK-RECORD
           IF PRM-KIND = "K"
               IF PRM-LIVE-RECORD(1:PRM-KEY-LEN)
                       = PRM-KEY(1:PRM-KEY-LEN)
                   IF PRM-KEY-FOUND = "N" AND PRM-OP = "S"
                       MOVE PRM-AFTER TO PRM-WORK-RECORD
                       WRITE PRM-WORK-RECORD
                   END-IF
                   MOVE "Y" TO PRM-KEY-FOUND
               ELSE
                   WRITE PRM-WORK-RECORD
               END-IF
           ELSE
               IF PRM-LIVE-COUNT = PRM-LINE-NO
                   MOVE "Y" TO PRM-KEY-FOUND
                   MOVE PRM-AFTER TO PRM-WORK-RECORD
               END-IF
               WRITE PRM-WORK-RECORD
           END-IF.

       *> Line PRM-FILL-NO of a positional file as the loader has it
       *> in force - only tiers.txt and fees.txt have more than one.
       FORMAT-PARAM-INFORCE-LINE.
           MOVE SPACES TO PRM-FILL
           EVALUATE TRUE
               WHEN PRM-CODE = "TIERS" AND PRM-FILL-NO = 1
                   MOVE TIER1-THRESHOLD TO RAI-FORMATTED
                   MOVE TIER1-RATE TO TIER-RATE-FORMATTED
                   STRING RAI-FORMATTED DELIMITED BY SIZE
                          TIER-RATE-FORMATTED DELIMITED BY SIZE
                          INTO PRM-FILL
               WHEN PRM-CODE = "TIERS" AND PRM-FILL-NO = 2
                   MOVE TIER2-THRESHOLD TO RAI-FORMATTED
                   MOVE TIER2-RATE TO TIER-RATE-FORMATTED
                   STRING RAI-FORMATTED DELIMITED BY SIZE
                          TIER-RATE-FORMATTED DELIMITED BY SIZE
                          INTO PRM-FILL
               WHEN PRM-CODE = "FEES" AND PRM-FILL-NO = 1
                   MOVE FEE-MONTHLY TO RAI-FORMATTED
                   MOVE RAI-FORMATTED TO PRM-FILL
               WHEN PRM-CODE = "FEES" AND PRM-FILL-NO = 2
                   MOVE FEE-PER-WDR TO RAI-FORMATTED
                   MOVE RAI-FORMATTED TO PRM-FILL
           END-EVALUATE.

       *> Replaces the file named on the work file's first line with
       *> the lines between it and the *PFEND* marker. Also how
       *> RECOVER-INTERRUPTED-QUEUES finishes a rewrite a crash cut
       *> short, which is why the name travels in the work file.
       CUTOVER-PARAM-FILE.
           OPEN INPUT PRM-WORK-FILE
           READ PRM-WORK-FILE
               AT END
                   MOVE SPACES TO PRM-WORK-RECORD
           END-READ
           IF PRM-WORK-RECORD(1:8) = "*PFNAME*"
               MOVE PRM-WORK-RECORD(10:30) TO PRM-LIVE-NAME
               OPEN OUTPUT PRM-LIVE-FILE
               PERFORM UNTIL 1 = 2
                   READ PRM-WORK-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PRM-WORK-RECORD(1:7) NOT = "*PFEND*"
                               WRITE PRM-LIVE-RECORD
                                   FROM PRM-WORK-RECORD(1:24)
                           END-IF
               END-PERFORM
               CLOSE PRM-LIVE-FILE
           END-IF
           CLOSE PRM-WORK-FILE
           CALL "CBL_DELETE_FILE" USING "param_file.new".

       *> --param-audit FROM TO (dates as YYYYMMDD): every parameter
       *> change decided in the range, oldest first, with who asked,
       *> who decided, and the line before and after.
       RUN-PARAM-AUDIT.
           MOVE "Y" TO PRM-ARGS-OK
           IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
               MOVE CMD-ARG2(1:8) TO PRM-FROM-DATE
           ELSE
               MOVE "N" TO PRM-ARGS-OK
           END-IF
           IF CMD-ARG3(1:8) IS NUMERIC AND CMD-ARG3(9:12) = SPACES
               MOVE CMD-ARG3(1:8) TO PRM-TO-DATE
           ELSE
               MOVE "N" TO PRM-ARGS-OK
           END-IF
           IF PRM-ARGS-OK = "Y" AND PRM-FROM-DATE > PRM-TO-DATE
               MOVE "N" TO PRM-ARGS-OK
           END-IF
           OPEN OUTPUT PRM-AUDIT-FILE
           IF PRM-ARGS-OK = "N"
               MOVE "REPORT REJECTED: USAGE IS --param-audit FROM TO."
                   TO PRM-AUDIT-RECORD
               WRITE PRM-AUDIT-RECORD
           ELSE
               MOVE SPACES TO PRM-AUDIT-RECORD
               STRING "PARAMETER CHANGES DECIDED " DELIMITED BY SIZE
                      PRM-FROM-DATE DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      PRM-TO-DATE DELIMITED BY SIZE
                      INTO PRM-AUDIT-RECORD
               WRITE PRM-AUDIT-RECORD
               MOVE ZERO TO PRM-APPLIED-COUNT
               MOVE ZERO TO PRM-REJECTED-COUNT
               PERFORM ENSURE-PRM-LOG-FILE-EXISTS
               OPEN INPUT PRM-LOG-FILE
               PERFORM UNTIL 1 = 2
                   READ PRM-LOG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PRM-LOG-RECORD(118:8) >= PRM-FROM-DATE
                                   AND PRM-LOG-RECORD(118:8)
                                       <= PRM-TO-DATE
                               PERFORM WRITE-PARAM-AUDIT-ENTRY
                           END-IF
               END-PERFORM
               CLOSE PRM-LOG-FILE
               MOVE SPACES TO PRM-AUDIT-RECORD
               MOVE PRM-APPLIED-COUNT TO PRM-COUNT-ALPHA
               STRING "CHANGES APPLIED:  " DELIMITED BY SIZE
                      PRM-COUNT-ALPHA DELIMITED BY SIZE
                      INTO PRM-AUDIT-RECORD
               WRITE PRM-AUDIT-RECORD
               MOVE SPACES TO PRM-AUDIT-RECORD
               MOVE PRM-REJECTED-COUNT TO PRM-COUNT-ALPHA
               STRING "CHANGES REJECTED: " DELIMITED BY SIZE
                      PRM-COUNT-ALPHA DELIMITED BY SIZE
                      INTO PRM-AUDIT-RECORD
               WRITE PRM-AUDIT-RECORD
           END-IF
           CLOSE PRM-AUDIT-FILE.

       WRITE-PARAM-AUDIT-ENTRY.
           IF PRM-LOG-RECORD(8:1) = "A"
               MOVE "APPLIED" TO PRM-OUTCOME
               ADD 1 TO PRM-APPLIED-COUNT
           ELSE
               MOVE "REJECTED" TO PRM-OUTCOME
               ADD 1 TO PRM-REJECTED-COUNT
           END-IF
           MOVE SPACES TO PRM-AUDIT-RECORD
           STRING PRM-LOG-RECORD(118:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRM-LOG-RECORD(126:6) DELIMITED BY SIZE
                  " CHANGE " DELIMITED BY SIZE
                  PRM-LOG-RECORD(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRM-OUTCOME DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PRM-LOG-RECORD(111:6) DELIMITED BY SIZE
                  " - PROPOSED BY " DELIMITED BY SIZE
                  PRM-LOG-RECORD(82:6) DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  PRM-LOG-RECORD(89:8) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRM-LOG-RECORD(97:6) DELIMITED BY SIZE
                  INTO PRM-AUDIT-RECORD
           WRITE PRM-AUDIT-RECORD
           MOVE SPACES TO PRM-AUDIT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PRM-LOG-RECORD(10:10) DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  PRM-LOG-RECORD(23:8) DELIMITED BY SIZE
                  " BEFORE [" DELIMITED BY SIZE
                  PRM-LOG-RECORD(32:24) DELIMITED BY SIZE
                  "] AFTER [" DELIMITED BY SIZE
                  PRM-LOG-RECORD(57:24) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO PRM-AUDIT-RECORD
           WRITE PRM-AUDIT-RECORD.

       *> Resolves OD-LOOKUP-ACCOUNT to its authorized limit - zero
       *> when no line is on file, which preserves the original
       *> hard-reject behavior for everyone without an agreement.
       FIND-OVERDRAFT-LIMIT.
           MOVE ZERO TO OD-LIMIT
           PERFORM VARYING OD-IX FROM 1 BY 1 UNTIL OD-IX > OD-COUNT
               IF OD-ACCOUNT(OD-IX) = OD-LOOKUP-ACCOUNT
                   MOVE OD-AMOUNT(OD-IX) TO OD-LIMIT
               END-IF
           END-PERFORM.

       ENSURE-APPR-FILE-EXISTS.
           OPEN INPUT APPR-FILE
           IF APPR-FILE-STATUS = "35"
               CLOSE APPR-FILE
               OPEN OUTPUT APPR-FILE
               CLOSE APPR-FILE
           ELSE
               CLOSE APPR-FILE
           END-IF.

       *> Besides the raw lines, the load derives the pending count
       *> (only "P" items count against the queue cap - resolved
       *> lines are compacted away on the next rewrite) and the
       *> highest sequence ever seen, so new holds number from
       *> max(seq)+1 and compaction can never make two live items
       *> collide.
       LOAD-PENDING-APPROVALS.
           PERFORM ENSURE-APPR-FILE-EXISTS
           MOVE ZERO TO APPR-COUNT
           MOVE ZERO TO APPR-PENDING-COUNT
           MOVE ZERO TO APPR-MAX-SEQ
           MOVE "N" TO APPR-OVERFLOW
           OPEN INPUT APPR-FILE
           PERFORM UNTIL 1 = 2
               READ APPR-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF APPR-COUNT < 200
                           ADD 1 TO APPR-COUNT
                           MOVE APPR-RECORD TO APPR-RAW(APPR-COUNT)
                           IF APPR-RECORD(8:1) = "P"
                               ADD 1 TO APPR-PENDING-COUNT
                           END-IF
                           IF APPR-RECORD(1:6) IS NUMERIC
                                   AND FUNCTION NUMVAL(
                                       APPR-RECORD(1:6))
                                       > APPR-MAX-SEQ
                               MOVE FUNCTION NUMVAL(APPR-RECORD(1:6))
                                   TO APPR-MAX-SEQ
                           END-IF
                       ELSE
                           MOVE "Y" TO APPR-OVERFLOW
                       END-IF
           END-PERFORM
           CLOSE APPR-FILE.

       *> Diverts the current transaction into the pending queue: it
       *> does NOT post, output.txt says so, and the hold itself is
       *> a translog event so the four-eyes trail starts at the
       *> moment of the hold. A full queue refuses the transaction
       *> outright rather than silently posting past the control.
       HOLD-FOR-APPROVAL-QUEUE.
           PERFORM LOAD-PENDING-APPROVALS
           MOVE "Y" TO HELD-FOR-APPROVAL
           IF APPR-OVERFLOW = "Y" OR APPR-PENDING-COUNT >= 200
               MOVE "APPROVAL QUEUE FULL - TRANSACTION NOT POSTED."
                   TO OUT-RECORD
           ELSE
               MOVE FUNCTION CURRENT-DATE TO APPR-HOLD-STAMP
               MOVE SPACES TO APPR-RECORD
               COMPUTE APPR-TARGET-SEQ = APPR-MAX-SEQ + 1
               MOVE APPR-TARGET-SEQ TO APPR-RECORD(1:6)
               MOVE "P" TO APPR-RECORD(8:1)
               MOVE IN-RECORD TO APPR-RECORD(10:61)
               MOVE APPR-HOLD-STAMP TO APPR-RECORD(72:21)
               OPEN EXTEND APPR-FILE
               WRITE APPR-RECORD
               CLOSE APPR-FILE
               MOVE "HELD FOR APPROVAL" TO OUT-RECORD
               MOVE IN-ACCOUNT TO LOG-ACCOUNT
               MOVE "HOLD" TO LOG-ACTION
               MOVE IN-AMOUNT TO LOG-AMOUNT
               MOVE ZERO TO LOG-BAL-BEFORE
               MOVE ZERO TO LOG-BAL-AFTER
               PERFORM WRITE-TRANS-LOG
           END-IF.

       *> Parks the current transaction in warehouse.txt: it does
       *> NOT post, output.txt says so, and a WHSE translog line
       *> (amounts only, no balances - the money has not moved)
       *> records that the paper exists, so the batch trail shows
       *> where it went instead of a branch drawer.
       WAREHOUSE-TRANSACTION.
           PERFORM ENSURE-WHS-FILE-EXISTS
           MOVE "Y" TO WAREHOUSED
           MOVE FUNCTION CURRENT-DATE TO WHS-STAMP
           MOVE SPACES TO WHS-RECORD
           MOVE IN-RECORD TO WHS-RECORD(1:61)
           MOVE WHS-STAMP TO WHS-RECORD(63:21)
           OPEN EXTEND WHS-FILE
           WRITE WHS-RECORD
           CLOSE WHS-FILE
           MOVE SPACES TO OUT-RECORD
           STRING "WAREHOUSED FOR " DELIMITED BY SIZE
                  IN-EFF-DATE DELIMITED BY SIZE
                  INTO OUT-RECORD
           MOVE IN-ACCOUNT TO LOG-ACCOUNT
           MOVE "WHSE" TO LOG-ACTION
           MOVE IN-AMOUNT TO LOG-AMOUNT
           MOVE ZERO TO LOG-BAL-BEFORE
           MOVE ZERO TO LOG-BAL-AFTER
           PERFORM WRITE-TRANS-LOG.

       ENSURE-WHS-FILE-EXISTS.
           OPEN INPUT WHS-FILE
           IF WHS-FILE-STATUS = "35"
               CLOSE WHS-FILE
               OPEN OUTPUT WHS-FILE
               CLOSE WHS-FILE
           ELSE
               CLOSE WHS-FILE
           END-IF.

       LOAD-WAREHOUSE.
           PERFORM ENSURE-WHS-FILE-EXISTS
           MOVE ZERO TO WHS-COUNT
           MOVE "N" TO WHS-OVERFLOW
           OPEN INPUT WHS-FILE
           PERFORM UNTIL 1 = 2
               READ WHS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WHS-COUNT < 200
                           ADD 1 TO WHS-COUNT
                           MOVE WHS-RECORD TO WHS-RAW(WHS-COUNT)
                           MOVE "N" TO WHS-RELEASED(WHS-COUNT)
                       ELSE
                           *> More parked items than the table holds
                           *> - the run must not rewrite a file it
                           *> could not load in full, or the overflow
                           *> lines would be lost.
                           MOVE "Y" TO WHS-OVERFLOW
                       END-IF
           END-PERFORM
           CLOSE WHS-FILE.

       *> --release-warehouse [ASOFDATE]: drains every parked record
       *> whose effective date has arrived back through the normal
       *> posting path - same approval-limit divert, same translog
       *> lines as a record keyed today. A released item is consumed
       *> whatever the posting outcome (a reject is reported for the
       *> branch to resubmit, a divert lives on in the approval
       *> queue); items still in the future stay parked. The lock is
       *> held from the load through the last rewrite - a batch
               WRITE WHS-REPORT-RECORD
               PERFORM RELEASE-ACCOUNTS-LOCK
           ELSE
               *> An item a released closure has already cancelled
               *> (WHS-RELEASED "C") is gone, not still parked.
               PERFORM VARYING WHS-IX FROM 1 BY 1
                       UNTIL WHS-IX > WHS-COUNT
                   IF WHS-RELEASED(WHS-IX) = "N"
                       IF WHS-RAW(WHS-IX)(45:8) <= WHS-RUN-DATE
                           PERFORM RELEASE-ONE-WAREHOUSED
                       ELSE
                           ADD 1 TO WHS-KEPT-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM RELEASE-ACCOUNTS-LOCK
       *> money that already moved. The window is one item's rewrite,
       *> and its translog line is there to reconcile that case.
       RELEASE-ONE-WAREHOUSED.
           MOVE WHS-RAW(WHS-IX)(1:61) TO IN-RECORD
           MOVE SPACES TO OUT-RECORD
           MOVE "Y" TO WHS-RELEASE-MODE
           PERFORM PROCESS-ONE-TRANSACTION
           PERFORM REWRITE-WAREHOUSE
           MOVE SPACES TO WHS-REPORT-RECORD
           STRING "RELEASED " DELIMITED BY SIZE
                  WHS-RAW(WHS-IX)(1:61) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  OUT-RECORD DELIMITED BY SIZE
                  INTO WHS-REPORT-RECORD
               STRING "DUE " DELIMITED BY SIZE
                      WHS-RAW(WHS-IX)(45:8) DELIMITED BY SIZE
                      " PARKED " DELIMITED BY SIZE
                      WHS-RAW(WHS-IX)(63:8) DELIMITED BY SIZE
                      " RECORD: " DELIMITED BY SIZE
                      WHS-RAW(WHS-IX)(1:61) DELIMITED BY SIZE
                      INTO WHS-REPORT-RECORD
               WRITE WHS-REPORT-RECORD
           END-PERFORM
                   STRING "ITEM " DELIMITED BY SIZE
                          APPR-RAW(APPR-IX)(1:6) DELIMITED BY SIZE
                          " HELD " DELIMITED BY SIZE
                          APPR-RAW(APPR-IX)(72:8) DELIMITED BY SIZE
                          " RECORD: " DELIMITED BY SIZE
                          APPR-RAW(APPR-IX)(10:61) DELIMITED BY SIZE
                          INTO APPR-REPORT-RECORD
                   WRITE APPR-REPORT-RECORD
               END-IF
                   TO APPR-REPORT-RECORD
               WRITE APPR-REPORT-RECORD
           WHEN OTHER
               MOVE APPR-RAW(APPR-FOUND-IX)(10:61) TO IN-RECORD
               MOVE "Y" TO APPROVAL-RELEASE-MODE
               PERFORM PROCESS-ONE-TRANSACTION
               MOVE "N" TO APPROVAL-RELEASE-MODE
                      INTO APPR-REPORT-RECORD
               WRITE APPR-REPORT-RECORD
               MOVE "R" TO APPR-RAW(APPR-FOUND-IX)(8:1)
               MOVE "RELEASED" TO APPR-RAW(APPR-FOUND-IX)(94:20)
               PERFORM REWRITE-PENDING-APPROVALS
           END-EVALUATE
           CLOSE APPR-REPORT-FILE
                   TO APPR-REPORT-RECORD
               WRITE APPR-REPORT-RECORD
           WHEN OTHER
               MOVE APPR-RAW(APPR-FOUND-IX)(10:61) TO IN-RECORD
               PERFORM PARSE-INPUT-RECORD
               PERFORM ENSURE-SUP-REJECT-FILE-EXISTS
               OPEN EXTEND SUP-REJECT-FILE
               MOVE SPACES TO SUP-REJECT-RECORD
               MOVE IN-RECORD TO SUP-REJECT-RECORD(1:61)
               MOVE "R08" TO SUP-REJECT-RECORD(63:3)
               MOVE "REJECTED BY SUPERVISOR"
                   TO SUP-REJECT-RECORD(67:30)
               WRITE SUP-REJECT-RECORD
               CLOSE SUP-REJECT-FILE
               MOVE IN-ACCOUNT TO LOG-ACCOUNT
               MOVE ZERO TO LOG-BAL-AFTER
               PERFORM WRITE-TRANS-LOG
               MOVE "X" TO APPR-RAW(APPR-FOUND-IX)(8:1)
               MOVE "REJECTED" TO APPR-RAW(APPR-FOUND-IX)(94:20)
               PERFORM REWRITE-PENDING-APPROVALS
               MOVE SPACES TO APPR-REPORT-RECORD
               STRING "ITEM " DELIMITED BY SIZE
                  INTO CUST-REPORT-RECORD
           WRITE CUST-REPORT-RECORD.

       *> CLS input action: settles the account keyed and closes it.
       *> Everything that could refuse the closure is checked before
       *> anything moves - the account must be open, owe nothing,
       *> have no lien in force and nothing of its own waiting in the
       *> approval queue, and the payout account must be able to
       *> take the money. Then interest to the closing date is
       *> credited net of tax (CIN, logged INT and WHT), the balance
       *> less the closure fee is paid out - a TRF to an account on
       *> our book, or the CLO clearing debit to a "99" account -
       *> the fee takes what is left, the account's standing orders
       *> and parked items are cancelled, and the CLS flip closes the
       *> row at zero. The payout goes before the fee on purpose: a
       *> close-out stopped part way leaves the account open with
       *> its interest already dated today, so a rerun accrues
       *> nothing twice and pays out only what is still there. A
       *> payout above the approval threshold is held for a
       *> supervisor like any other debit, and the release reruns
       *> the whole settlement. The keyed account, action and
       *> amount are put back afterwards so the batch loop sees the
       *> CLS it handed over - carrying the payout as its amount.
       CLOSE-OUT-ACCOUNT.
           MOVE IN-ACCOUNT TO CLS-SAVE-ACCOUNT
           MOVE IN-ACTION TO CLS-SAVE-ACTION
           MOVE IN-AMOUNT TO CLS-SAVE-AMOUNT
           MOVE IN-DEST-ACCOUNT TO CLS-SAVE-DEST
           MOVE IN-RECORD(1:6) TO CLS-ACCOUNT
           MOVE IN-RECORD(19:6) TO CLS-PAYOUT-ACCOUNT
           MOVE "N" TO CLS-PRICED
           MOVE ZERO TO CLS-GROSS
           MOVE ZERO TO CLS-TAX
           PERFORM CHECK-CLOSE-OUT-ALLOWED
           IF CLS-OK = "Y"
               PERFORM PRICE-CLOSE-OUT
           END-IF
           IF CLS-OK = "Y" AND APPROVAL-RELEASE-MODE = "N"
                   AND CLS-PAYOUT > APPROVAL-LIMIT
               MOVE CLS-PAYOUT TO IN-AMOUNT
               PERFORM HOLD-FOR-APPROVAL-QUEUE
               MOVE "N" TO CLS-OK
           END-IF
           IF CLS-OK = "Y"
               PERFORM SETTLE-CLOSE-OUT
           END-IF
           MOVE CLS-SAVE-ACCOUNT TO IN-ACCOUNT
           MOVE CLS-SAVE-ACTION TO IN-ACTION
           MOVE CLS-SAVE-DEST TO IN-DEST-ACCOUNT
           IF CLS-PRICED = "Y"
               MOVE CLS-PAYOUT TO IN-AMOUNT
           ELSE
               MOVE CLS-SAVE-AMOUNT TO IN-AMOUNT
           END-IF.

       READ-CLOSE-OUT-ACCOUNT.
           MOVE "N" TO CLS-FOUND
           MOVE SPACE TO CLS-STATUS
           MOVE ZERO TO CLS-BALANCE
           MOVE SPACES TO CLS-OWNER
           MOVE SPACES TO CLS-CURRENCY
           PERFORM ENSURE-MASTER-FILE-EXISTS
           OPEN INPUT MASTER-FILE
           MOVE SPACES TO MASTER-RECORD
           MOVE CLS-SAVE-ACCOUNT TO MASTER-ACCOUNT-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CLS-FOUND
                   MOVE FUNCTION NUMVAL(MASTER-RECORD(10:13))
                       TO CLS-BALANCE
                   MOVE MASTER-RECORD(23:1) TO CLS-STATUS
                   MOVE MASTER-RECORD(24:20) TO CLS-OWNER
                   MOVE MASTER-RECORD(50:3) TO CLS-CURRENCY
                   IF CLS-STATUS = SPACE
                       MOVE "O" TO CLS-STATUS
                   END-IF
                   IF CLS-CURRENCY = SPACES
                       MOVE "RAI" TO CLS-CURRENCY
                   END-IF
           END-READ
           CLOSE MASTER-FILE.

       *> A dormant account is reactivated (REA) before it is closed,
       *> so the closure starts from an account the customer is
       *> known to be using.
       CHECK-CLOSE-OUT-ALLOWED.
           MOVE "Y" TO CLS-OK
           PERFORM READ-CLOSE-OUT-ACCOUNT
           EVALUATE TRUE
               WHEN CLS-FOUND = "N"
                   MOVE "N" TO CLS-OK
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN CLS-STATUS = "C"
                   MOVE "N" TO CLS-OK
                   MOVE "ACCOUNT ALREADY CLOSED." TO OUT-RECORD
               WHEN CLS-STATUS NOT = "O"
                   MOVE "N" TO CLS-OK
                   MOVE "CLOSE-OUT REFUSED: ACCOUNT NOT OPEN."
                       TO OUT-RECORD
               WHEN CLS-BALANCE < ZERO
                   MOVE "N" TO CLS-OK
                   MOVE "CLOSE-OUT REFUSED: DEBIT BALANCE OUTSTANDING."
                       TO OUT-RECORD
               WHEN OTHER
                   MOVE CLS-ACCOUNT TO LIEN-LOOKUP-ACCOUNT
                   PERFORM FIND-ACCOUNT-LIENS
                   IF LIEN-HELD > ZERO
                       MOVE "N" TO CLS-OK
                       MOVE "CLOSE-OUT REFUSED: LIEN IN FORCE."
                           TO OUT-RECORD
                   END-IF
           END-EVALUATE
           IF CLS-OK = "Y"
               PERFORM FIND-CLOSE-OUT-APPROVALS
           END-IF
           IF CLS-OK = "Y"
               PERFORM CHECK-CLOSE-OUT-PAYOUT
           END-IF
           IF CLS-OK = "Y"
               PERFORM LOAD-STANDING-ORDERS
               IF SO-OVERFLOW = "Y"
                   MOVE "N" TO CLS-OK
                   MOVE "CLOSE-OUT REFUSED: STANDING ORDER FILE EXCEEDS 200 LINES."
                       TO OUT-RECORD
               END-IF
           END-IF
           *> A warehouse release already has the whole file in
           *> memory, with the item being released in it - the
           *> cancellation works on that table, never a fresh load.
           IF CLS-OK = "Y" AND WHS-RELEASE-MODE = "N"
               PERFORM LOAD-WAREHOUSE
               IF WHS-OVERFLOW = "Y"
                   MOVE "N" TO CLS-OK
                   MOVE "CLOSE-OUT REFUSED: WAREHOUSE EXCEEDS 200 LINES."
                       TO OUT-RECORD
               END-IF
           END-IF.

       *> Anything still waiting for a supervisor that debits the
       *> account, or pays into it, would land on a closed row once
       *> released - the closure waits until the queue is clear of
       *> it. During a supervisor release the queue is already in
       *> memory and the item being released is the CLS itself,
       *> which does not count against itself.
       FIND-CLOSE-OUT-APPROVALS.
           IF APPROVAL-RELEASE-MODE = "N"
               PERFORM LOAD-PENDING-APPROVALS
           END-IF
           MOVE ZERO TO CLS-APPR-COUNT
           PERFORM VARYING APPR-IX FROM 1 BY 1
                   UNTIL APPR-IX > APPR-COUNT
               IF APPR-RAW(APPR-IX)(8:1) = "P"
                   IF APPROVAL-RELEASE-MODE = "N"
                           OR APPR-IX NOT = APPR-FOUND-IX
                       IF APPR-RAW(APPR-IX)(10:6) = CLS-ACCOUNT
                               OR ((APPR-RAW(APPR-IX)(16:3) = "TRF"
                                   OR APPR-RAW(APPR-IX)(16:3) = "CLS")
                               AND APPR-RAW(APPR-IX)(28:6) = CLS-ACCOUNT)
                           ADD 1 TO CLS-APPR-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN APPR-OVERFLOW = "Y"
                   MOVE "N" TO CLS-OK
                   MOVE "CLOSE-OUT REFUSED: APPROVAL QUEUE EXCEEDS 200 LINES."
                       TO OUT-RECORD
               WHEN CLS-APPR-COUNT > ZERO
                   MOVE "N" TO CLS-OK
                   MOVE "CLOSE-OUT REFUSED: APPROVALS PENDING."
                       TO OUT-RECORD
           END-EVALUATE.

       *> A "99" payout account is outside the bank and goes through
       *> the clearing file; anything else must be an open account on
       *> our book, with a rate on file when the currencies differ.
       CHECK-CLOSE-OUT-PAYOUT.
           IF CLS-PAYOUT-ACCOUNT(1:2) = "99"
               MOVE "CLEARING" TO CLS-ROUTE
           ELSE
               MOVE "ON-BOOK" TO CLS-ROUTE
               MOVE CLS-PAYOUT-ACCOUNT TO IN-DEST-ACCOUNT
               PERFORM SCAN-ACCOUNTS-FOR-TRANSFER
               EVALUATE TRUE
                   WHEN DST-FOUND = "N"
                       MOVE "N" TO CLS-OK
                       MOVE "CLOSE-OUT REFUSED: PAYOUT ACCOUNT NOT FOUND."
                           TO OUT-RECORD
                   WHEN DST-STATUS NOT = "O"
                       MOVE "N" TO CLS-OK
                       MOVE "CLOSE-OUT REFUSED: PAYOUT ACCOUNT NOT OPEN."
                           TO OUT-RECORD
                   WHEN DST-CURRENCY NOT = CLS-CURRENCY
                           AND RATE-FOUND = "N"
                       MOVE "N" TO CLS-OK
                       MOVE "CLOSE-OUT REFUSED: NO RATE FOR VALUE DATE."
                           TO OUT-RECORD
               END-EVALUATE
           END-IF.

       *> Interest runs from the account's last interest credit (or
       *> its opening, or failing both the last interest run) to
       *> today, simple, on the balance at the tier rate as a yearly
       *> rate over a 365-day year, with tax withheld at today's
       *> rate as the daemon and the term deposits do. The closure
       *> fee never takes the account below zero. Each amount must
       *> fit the 999999.99 posting field it is about to travel in.
       PRICE-CLOSE-OUT.
           MOVE CLS-CURRENCY TO CLS-CREDIT-CCY
           PERFORM FIND-CLOSE-OUT-ACCRUAL-START
           COMPUTE CLS-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TODAY-DATE))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLS-FROM-DATE))
           MOVE ZERO TO INTEREST-RATE
           IF CLS-BALANCE > ZERO AND CLS-DAYS > ZERO
               MOVE CLS-BALANCE TO ACC-BALANCE
               PERFORM DETERMINE-INTEREST-RATE
               COMPUTE CLS-GROSS ROUNDED =
                   CLS-BALANCE * INTEREST-RATE * CLS-DAYS / 365
           END-IF
           PERFORM FIND-TD-TAX-RATE
           COMPUTE CLS-TAX ROUNDED = CLS-GROSS * TD-TAX-RATE
           COMPUTE CLS-NET = CLS-GROSS - CLS-TAX
           MOVE FEE-CLOSURE TO CLS-FEE
           IF CLS-FEE > CLS-BALANCE + CLS-NET
               COMPUTE CLS-FEE = CLS-BALANCE + CLS-NET
           END-IF
           COMPUTE CLS-PAYOUT = CLS-BALANCE + CLS-NET - CLS-FEE
           IF CLS-PAYOUT = ZERO
               MOVE "NONE" TO CLS-ROUTE
           END-IF
           IF CLS-NET > 999999.99 OR CLS-FEE > 999999.99
                   OR CLS-PAYOUT > 999999.99
               MOVE "N" TO CLS-OK
               MOVE "CLOSE-OUT REFUSED: AMOUNT EXCEEDS POSTING LIMIT."
                   TO OUT-RECORD
           ELSE
               MOVE "Y" TO CLS-PRICED
           END-IF.

       FIND-CLOSE-OUT-ACCRUAL-START.
           MOVE SPACES TO CLS-FROM-DATE
           MOVE SPACES TO CLS-OPEN-DATE
           PERFORM ENSURE-LOG-FILE-EXISTS
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOG-RECORD(1:6) = CLS-ACCOUNT
                           EVALUATE LOG-RECORD(7:7)
                               WHEN "INT"
                                   MOVE LOG-RECORD(53:8) TO CLS-FROM-DATE
                               WHEN "NEW"
                                   MOVE LOG-RECORD(53:8) TO CLS-OPEN-DATE
                           END-EVALUATE
                       END-IF
           END-PERFORM
           CLOSE LOG-FILE
           IF CLS-FROM-DATE = SPACES
               MOVE CLS-OPEN-DATE TO CLS-FROM-DATE
           END-IF
           *> Both lines archived away - the last interest run is the
           *> latest the account can have been paid to.
           IF CLS-FROM-DATE = SPACES
               PERFORM ENSURE-INT-HIST-FILE-EXISTS
               OPEN INPUT INT-HIST-FILE
               PERFORM UNTIL 1 = 2
                   READ INT-HIST-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE INT-HIST-RECORD(1:8) TO CLS-FROM-DATE
               END-PERFORM
               CLOSE INT-HIST-FILE
           END-IF
           IF CLS-FROM-DATE NOT NUMERIC
                   OR CLS-FROM-DATE > TODAY-DATE
               MOVE TODAY-DATE TO CLS-FROM-DATE
           END-IF.

       *> Drives one close-out movement - IN-ACCOUNT, IN-ACTION and
       *> IN-AMOUNT already set - through the keyed posting path the
       *> way POST-TD-MOVEMENT drives a term-deposit movement.
       POST-CLOSE-OUT-MOVEMENT.
           MOVE SPACES TO OUT-RECORD
           MOVE "Y" TO IS-VALID-TRANSACTION
           MOVE "N" TO MATCH-FOUND
           MOVE "N" TO UPDATED
           PERFORM PROCESS-RECORDS
           EVALUATE TRUE
               WHEN CONTROL-TOTALS-OK = "N"
                   MOVE "N" TO CLS-POST-OK
                   MOVE "TRANSACTION REJECTED: CONTROL TOTAL MISMATCH."
                       TO OUT-RECORD
               WHEN MATCH-FOUND = "N"
                   MOVE "N" TO CLS-POST-OK
                   MOVE "ACCOUNT NOT FOUND" TO OUT-RECORD
               WHEN UPDATED = "N"
                   MOVE "N" TO CLS-POST-OK
           END-EVALUATE.

       *> A stop part way reports which step it stopped at with the
       *> posting path's own reason; what already posted stays
       *> posted and a rerun of the CLS picks up from there.
       SETTLE-CLOSE-OUT.
           MOVE "Y" TO CLS-POST-OK
           MOVE CLS-SAVE-ACCOUNT TO IN-ACCOUNT
           IF CLS-NET > ZERO
               MOVE "CIN" TO IN-ACTION
               MOVE CLS-NET TO IN-AMOUNT
               PERFORM POST-CLOSE-OUT-MOVEMENT
               IF CLS-POST-OK = "N"
                   PERFORM NOTE-CLOSE-OUT-STOP
               END-IF
           END-IF
           IF CLS-POST-OK = "Y" AND CLS-PAYOUT > ZERO
               PERFORM PAY-OUT-CLOSE-OUT
               IF CLS-POST-OK = "N"
                   PERFORM NOTE-CLOSE-OUT-STOP
               END-IF
           END-IF
           IF CLS-POST-OK = "Y" AND CLS-FEE > ZERO
               MOVE "FEE" TO IN-ACTION
               MOVE CLS-FEE TO IN-AMOUNT
               PERFORM POST-CLOSE-OUT-MOVEMENT
               IF CLS-POST-OK = "N"
                   PERFORM NOTE-CLOSE-OUT-STOP
               END-IF
           END-IF
           IF CLS-POST-OK = "Y"
               PERFORM CANCEL-CLOSED-ACCOUNT-ORDERS
               PERFORM CANCEL-CLOSED-ACCOUNT-PARKED
               MOVE "CLS" TO IN-ACTION
               MOVE ZERO TO IN-AMOUNT
               PERFORM POST-CLOSE-OUT-MOVEMENT
               IF CLS-POST-OK = "N"
                   PERFORM NOTE-CLOSE-OUT-STOP
               END-IF
           END-IF
           IF CLS-POST-OK = "Y"
               PERFORM WRITE-CLOSURE-REGISTER
               PERFORM WRITE-CLOSURE-ADVICE
               MOVE CLS-PAYOUT TO RAI-FORMATTED
               MOVE SPACES TO OUT-RECORD
               IF CLS-ROUTE = "NONE"
                   MOVE "ACCOUNT CLOSED, NOTHING TO PAY OUT."
                       TO OUT-RECORD
               ELSE
                   STRING "ACCOUNT CLOSED, PAID OUT " DELIMITED BY SIZE
                          FUNCTION TRIM(RAI-FORMATTED) DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          CLS-PAYOUT-ACCOUNT DELIMITED BY SIZE
                          INTO OUT-RECORD
               END-IF
           END-IF.

       NOTE-CLOSE-OUT-STOP.
           MOVE OUT-RECORD TO CLS-STOP-REASON
           MOVE SPACES TO OUT-RECORD
           STRING "CLOSE-OUT STOPPED AT " DELIMITED BY SIZE
                  IN-ACTION DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-STOP-REASON) DELIMITED BY SIZE
                  INTO OUT-RECORD.

       *> The on-book payout is an ordinary transfer, proven the way
       *> a keyed TRF is just before it posts; the clearing payout
       *> is the CLO debit, counterparty taken from the keyed record.
       PAY-OUT-CLOSE-OUT.
           MOVE CLS-PAYOUT TO IN-AMOUNT
           MOVE CLS-PAYOUT TO CLS-CREDITED
           IF CLS-ROUTE = "CLEARING"
               MOVE "CLO" TO IN-ACTION
               PERFORM POST-CLOSE-OUT-MOVEMENT
           ELSE
               MOVE "TRF" TO IN-ACTION
               MOVE CLS-PAYOUT-ACCOUNT TO IN-DEST-ACCOUNT
               PERFORM VALIDATE-TRANSFER
               IF TRANSFER-OK = "N"
                   MOVE "N" TO CLS-POST-OK
               ELSE
                   MOVE DST-CURRENCY TO CLS-CREDIT-CCY
                   MOVE TRF-CREDIT-AMOUNT TO CLS-CREDITED
                   PERFORM POST-CLOSE-OUT-MOVEMENT
               END-IF
           END-IF.

       *> Orders from the account and orders paying into it are both
       *> dead once it closes; SO-VALID "C" drops them at the rewrite.
       CANCEL-CLOSED-ACCOUNT-ORDERS.
           MOVE ZERO TO CLS-SO-CANCELLED
           PERFORM VARYING SO-JX FROM 1 BY 1
                   UNTIL SO-JX > SO-COUNT
               IF SO-RAW(SO-JX)(1:6) = CLS-ACCOUNT
                       OR SO-RAW(SO-JX)(7:6) = CLS-ACCOUNT
                   MOVE "C" TO SO-VALID(SO-JX)
                   ADD 1 TO CLS-SO-CANCELLED
               END-IF
           END-PERFORM
           IF CLS-SO-CANCELLED > ZERO
               PERFORM REWRITE-STANDING-ORDERS
           END-IF.

       *> The same for paper parked in the warehouse: items keyed on
       *> the account, and transfers (or closures) paying into it.
       *> During a warehouse release the item being released is the
       *> CLS itself and stays for the release loop to consume; an
       *> item the loop has already counted as still parked is taken
       *> off that count.
       CANCEL-CLOSED-ACCOUNT-PARKED.
           MOVE ZERO TO CLS-WHS-CANCELLED
           PERFORM VARYING WHS-JX FROM 1 BY 1
                   UNTIL WHS-JX > WHS-COUNT
               IF WHS-RELEASED(WHS-JX) = "N"
                       AND (WHS-RELEASE-MODE = "N"
                           OR WHS-JX NOT = WHS-IX)
                   IF WHS-RAW(WHS-JX)(1:6) = CLS-ACCOUNT
                           OR ((WHS-RAW(WHS-JX)(7:3) = "TRF"
                               OR WHS-RAW(WHS-JX)(7:3) = "CLS")
                           AND WHS-RAW(WHS-JX)(19:6) = CLS-ACCOUNT)
                       IF WHS-RELEASE-MODE = "Y" AND WHS-JX < WHS-IX
                           SUBTRACT 1 FROM WHS-KEPT-COUNT
                       END-IF
                       MOVE "C" TO WHS-RELEASED(WHS-JX)
                       ADD 1 TO CLS-WHS-CANCELLED
                   END-IF
               END-IF
           END-PERFORM
           IF CLS-WHS-CANCELLED > ZERO
               PERFORM REWRITE-WAREHOUSE
           END-IF.

       WRITE-CLOSURE-REGISTER.
           PERFORM ENSURE-CLS-REG-FILE-EXISTS
           MOVE SPACES TO CLS-REG-RECORD
           MOVE CLS-ACCOUNT TO CLS-REG-RECORD(1:6)
           MOVE TODAY-DATE TO CLS-REG-RECORD(8:8)
           MOVE CLS-OWNER TO CLS-REG-RECORD(17:20)
           MOVE CLS-CURRENCY TO CLS-REG-RECORD(38:3)
           MOVE CLS-BALANCE TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO CLS-REG-RECORD(42:13)
           MOVE CLS-GROSS TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO CLS-REG-RECORD(56:13)
           MOVE CLS-TAX TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO CLS-REG-RECORD(70:13)
           MOVE CLS-FEE TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO CLS-REG-RECORD(84:13)
           MOVE CLS-PAYOUT TO RAI-FORMATTED
           MOVE RAI-FORMATTED TO CLS-REG-RECORD(98:13)
           MOVE CLS-ROUTE TO CLS-REG-RECORD(112:8)
           IF CLS-ROUTE NOT = "NONE"
               MOVE CLS-PAYOUT-ACCOUNT TO CLS-REG-RECORD(121:6)
           END-IF
           MOVE CLS-SO-CANCELLED TO CLS-REG-RECORD(128:3)
           MOVE CLS-WHS-CANCELLED TO CLS-REG-RECORD(132:3)
           MOVE IN-TELLER TO CLS-REG-RECORD(136:6)
           OPEN EXTEND CLS-REG-FILE
           WRITE CLS-REG-RECORD
           CLOSE CLS-REG-FILE.

       ENSURE-CLS-REG-FILE-EXISTS.
           OPEN INPUT CLS-REG-FILE
           IF CLS-REG-STATUS = "35"
               CLOSE CLS-REG-FILE
               OPEN OUTPUT CLS-REG-FILE
               CLOSE CLS-REG-FILE
           ELSE
               CLOSE CLS-REG-FILE
           END-IF.

       *> The customer's copy, replaced if the account number is
       *> ever closed again after a reopening under the same key.
       WRITE-CLOSURE-ADVICE.
           MOVE SPACES TO CLS-ADVICE-NAME
           STRING "closure_advice_" DELIMITED BY SIZE
                  CLS-ACCOUNT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO CLS-ADVICE-NAME
           OPEN OUTPUT CLS-ADVICE-FILE
           MOVE "ACCOUNT CLOSURE ADVICE" TO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "ACCOUNT " DELIMITED BY SIZE
                  CLS-ACCOUNT DELIMITED BY SIZE
                  "  HOLDER " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-OWNER) DELIMITED BY SIZE
                  "  CURRENCY " DELIMITED BY SIZE
                  CLS-CURRENCY DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "CLOSED " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " BY TELLER " DELIMITED BY SIZE
                  IN-TELLER DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-BALANCE TO RAI-FORMATTED
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "BALANCE BEFORE SETTLEMENT   " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-DAYS TO CLS-DAYS-ALPHA
           MOVE INTEREST-RATE TO CLS-RATE-ALPHA
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "INTEREST FROM " DELIMITED BY SIZE
                  CLS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-DAYS-ALPHA) DELIMITED BY SIZE
                  " DAYS AT " DELIMITED BY SIZE
                  CLS-RATE-ALPHA DELIMITED BY SIZE
                  " A YEAR" DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-GROSS TO RAI-FORMATTED
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "GROSS INTEREST              " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-TAX TO RAI-FORMATTED
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "TAX WITHHELD                " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-NET TO RAI-FORMATTED
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "NET INTEREST CREDITED       " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-FEE TO RAI-FORMATTED
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "CLOSURE FEE                 " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           MOVE CLS-PAYOUT TO RAI-FORMATTED
           MOVE SPACES TO CLS-ADVICE-RECORD
           EVALUATE CLS-ROUTE
               WHEN "NONE"
                   MOVE "NOTHING LEFT TO PAY OUT" TO CLS-ADVICE-RECORD
               WHEN "CLEARING"
                   STRING "PAID OUT                    " DELIMITED BY SIZE
                          RAI-FORMATTED DELIMITED BY SIZE
                          " THROUGH CLEARING TO " DELIMITED BY SIZE
                          CLS-PAYOUT-ACCOUNT DELIMITED BY SIZE
                          INTO CLS-ADVICE-RECORD
               WHEN OTHER
                   STRING "PAID OUT                    " DELIMITED BY SIZE
                          RAI-FORMATTED DELIMITED BY SIZE
                          " TO OUR ACCOUNT " DELIMITED BY SIZE
                          CLS-PAYOUT-ACCOUNT DELIMITED BY SIZE
                          INTO CLS-ADVICE-RECORD
           END-EVALUATE
           WRITE CLS-ADVICE-RECORD
           IF CLS-CREDIT-CCY NOT = CLS-CURRENCY
                   AND CLS-ROUTE = "ON-BOOK"
               MOVE CLS-CREDITED TO RAI-FORMATTED
               MOVE SPACES TO CLS-ADVICE-RECORD
               STRING "CREDITED THERE AS           " DELIMITED BY SIZE
                      RAI-FORMATTED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CLS-CREDIT-CCY DELIMITED BY SIZE
                      INTO CLS-ADVICE-RECORD
               WRITE CLS-ADVICE-RECORD
           END-IF
           MOVE CLS-SO-CANCELLED TO CLS-COUNT-ALPHA
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "STANDING ORDERS CANCELLED: " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-COUNT-ALPHA) DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           IF CLS-SO-CANCELLED > ZERO
               PERFORM VARYING SO-JX FROM 1 BY 1
                       UNTIL SO-JX > SO-COUNT
                   IF SO-VALID(SO-JX) = "C"
                       MOVE SPACES TO CLS-ADVICE-RECORD
                       STRING "  ORDER " DELIMITED BY SIZE
                              SO-RAW(SO-JX) DELIMITED BY SIZE
                              INTO CLS-ADVICE-RECORD
                       WRITE CLS-ADVICE-RECORD
                   END-IF
               END-PERFORM
           END-IF
           MOVE CLS-WHS-CANCELLED TO CLS-COUNT-ALPHA
           MOVE SPACES TO CLS-ADVICE-RECORD
           STRING "WAREHOUSED ITEMS CANCELLED: " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-COUNT-ALPHA) DELIMITED BY SIZE
                  INTO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           IF CLS-WHS-CANCELLED > ZERO
               PERFORM VARYING WHS-JX FROM 1 BY 1
                       UNTIL WHS-JX > WHS-COUNT
                   IF WHS-RELEASED(WHS-JX) = "C"
                       MOVE SPACES TO CLS-ADVICE-RECORD
                       STRING "  ITEM " DELIMITED BY SIZE
                              WHS-RAW(WHS-JX)(1:61) DELIMITED BY SIZE
                              INTO CLS-ADVICE-RECORD
                       WRITE CLS-ADVICE-RECORD
                   END-IF
               END-PERFORM
           END-IF
           MOVE "BALANCE NOW 0.00 - ACCOUNT CLOSED" TO CLS-ADVICE-RECORD
           WRITE CLS-ADVICE-RECORD
           CLOSE CLS-ADVICE-FILE.

       *> --closed-accounts-report [DATE]: the day's close-outs (today
       *> by default) from the register for the back office, one line
       *> each, then interest, tax, fees and payouts totalled per
       *> currency. The day's CLS translog lines are counted against
       *> the register: a closure the register does not show stopped
       *> after the flip, and its advice and cancellations want
       *> checking by hand.
       RUN-CLOSED-ACCOUNTS-REPORT.
           MOVE "Y" TO CLS-RUN-OK
           MOVE TODAY-DATE TO CLS-RUN-DATE
           IF CMD-ARG2 NOT = SPACES
               IF CMD-ARG2(1:8) IS NUMERIC AND CMD-ARG2(9:12) = SPACES
                   MOVE CMD-ARG2(1:8) TO CLS-RUN-DATE
               ELSE
                   MOVE "N" TO CLS-RUN-OK
               END-IF
           END-IF
           OPEN OUTPUT CLS-REPORT-FILE
           IF CLS-RUN-OK = "N"
               MOVE "REPORT REJECTED: USAGE IS --closed-accounts-report [DATE]."
                   TO CLS-REPORT-RECORD
               WRITE CLS-REPORT-RECORD
           ELSE
               MOVE SPACES TO CLS-REPORT-RECORD
               STRING "CLOSED ACCOUNTS FOR " DELIMITED BY SIZE
                      CLS-RUN-DATE DELIMITED BY SIZE
                      INTO CLS-REPORT-RECORD
               WRITE CLS-REPORT-RECORD
               MOVE ZERO TO CLS-RPT-COUNT
               MOVE ZERO TO CLS-LOG-COUNT
               MOVE "RAI" TO CLS-RPT-CCY(1)
               MOVE "IDR" TO CLS-RPT-CCY(2)
               PERFORM VARYING CLS-RPT-IX FROM 1 BY 1
                       UNTIL CLS-RPT-IX > 2
                   MOVE ZERO TO CLS-RPT-N(CLS-RPT-IX)
                   MOVE ZERO TO CLS-RPT-GROSS(CLS-RPT-IX)
                   MOVE ZERO TO CLS-RPT-TAX(CLS-RPT-IX)
                   MOVE ZERO TO CLS-RPT-FEE(CLS-RPT-IX)
                   MOVE ZERO TO CLS-RPT-PAID(CLS-RPT-IX)
               END-PERFORM
               PERFORM ACQUIRE-ACCOUNTS-LOCK
               PERFORM ENSURE-CLS-REG-FILE-EXISTS
               OPEN INPUT CLS-REG-FILE
               PERFORM UNTIL 1 = 2
                   READ CLS-REG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CLS-REG-RECORD(8:8) = CLS-RUN-DATE
                               PERFORM REPORT-ONE-CLOSURE
                           END-IF
               END-PERFORM
               CLOSE CLS-REG-FILE
               PERFORM ENSURE-LOG-FILE-EXISTS
               OPEN INPUT LOG-FILE
               PERFORM UNTIL 1 = 2
                   READ LOG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF LOG-RECORD(7:7) = "CLS"
                                   AND LOG-RECORD(53:8) = CLS-RUN-DATE
                               ADD 1 TO CLS-LOG-COUNT
                           END-IF
               END-PERFORM
               CLOSE LOG-FILE
               PERFORM RELEASE-ACCOUNTS-LOCK
               PERFORM WRITE-CLOSED-ACCOUNTS-TOTALS
           END-IF
           CLOSE CLS-REPORT-FILE.

       REPORT-ONE-CLOSURE.
           ADD 1 TO CLS-RPT-COUNT
           IF CLS-REG-RECORD(38:3) = "IDR"
               MOVE 2 TO CLS-RPT-IX
           ELSE
               MOVE 1 TO CLS-RPT-IX
           END-IF
           ADD 1 TO CLS-RPT-N(CLS-RPT-IX)
           ADD FUNCTION NUMVAL(CLS-REG-RECORD(56:13))
               TO CLS-RPT-GROSS(CLS-RPT-IX)
           ADD FUNCTION NUMVAL(CLS-REG-RECORD(70:13))
               TO CLS-RPT-TAX(CLS-RPT-IX)
           ADD FUNCTION NUMVAL(CLS-REG-RECORD(84:13))
               TO CLS-RPT-FEE(CLS-RPT-IX)
           ADD FUNCTION NUMVAL(CLS-REG-RECORD(98:13))
               TO CLS-RPT-PAID(CLS-RPT-IX)
           MOVE SPACES TO CLS-REPORT-RECORD
           STRING CLS-REG-RECORD(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLS-REG-RECORD(17:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLS-REG-RECORD(38:3) DELIMITED BY SIZE
                  " INT " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-REG-RECORD(56:13)) DELIMITED BY SIZE
                  " TAX " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-REG-RECORD(70:13)) DELIMITED BY SIZE
                  " FEE " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-REG-RECORD(84:13)) DELIMITED BY SIZE
                  " PAID " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-REG-RECORD(98:13)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-REG-RECORD(112:8)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLS-REG-RECORD(121:6) DELIMITED BY SIZE
                  " SO " DELIMITED BY SIZE
                  CLS-REG-RECORD(128:3) DELIMITED BY SIZE
                  " WHS " DELIMITED BY SIZE
                  CLS-REG-RECORD(132:3) DELIMITED BY SIZE
                  " TELLER " DELIMITED BY SIZE
                  CLS-REG-RECORD(136:6) DELIMITED BY SIZE
                  INTO CLS-REPORT-RECORD
           WRITE CLS-REPORT-RECORD.

       WRITE-CLOSED-ACCOUNTS-TOTALS.
           PERFORM VARYING CLS-RPT-IX FROM 1 BY 1
                   UNTIL CLS-RPT-IX > 2
               IF CLS-RPT-N(CLS-RPT-IX) > ZERO
                   MOVE CLS-RPT-N(CLS-RPT-IX) TO CLS-RPT-ALPHA
                   MOVE SPACES TO CLS-REPORT-RECORD
                   STRING "TOTAL " DELIMITED BY SIZE
                          CLS-RPT-CCY(CLS-RPT-IX) DELIMITED BY SIZE
                          " ACCOUNTS " DELIMITED BY SIZE
                          FUNCTION TRIM(CLS-RPT-ALPHA) DELIMITED BY SIZE
                          INTO CLS-REPORT-RECORD
                   WRITE CLS-REPORT-RECORD
                   MOVE CLS-RPT-GROSS(CLS-RPT-IX) TO RAI-FORMATTED
                   MOVE SPACES TO CLS-REPORT-RECORD
                   STRING "  GROSS INTEREST " DELIMITED BY SIZE
                          RAI-FORMATTED DELIMITED BY SIZE
                          INTO CLS-REPORT-RECORD
                   WRITE CLS-REPORT-RECORD
                   MOVE CLS-RPT-TAX(CLS-RPT-IX) TO RAI-FORMATTED
                   MOVE SPACES TO CLS-REPORT-RECORD
                   STRING "  TAX WITHHELD   " DELIMITED BY SIZE
                          RAI-FORMATTED DELIMITED BY SIZE
                          INTO CLS-REPORT-RECORD
                   WRITE CLS-REPORT-RECORD
                   MOVE CLS-RPT-FEE(CLS-RPT-IX) TO RAI-FORMATTED
                   MOVE SPACES TO CLS-REPORT-RECORD
                   STRING "  CLOSURE FEES   " DELIMITED BY SIZE
                          RAI-FORMATTED DELIMITED BY SIZE
                          INTO CLS-REPORT-RECORD
                   WRITE CLS-REPORT-RECORD
                   MOVE CLS-RPT-PAID(CLS-RPT-IX) TO RAI-FORMATTED
                   MOVE SPACES TO CLS-REPORT-RECORD
                   STRING "  PAID OUT       " DELIMITED BY SIZE
                          RAI-FORMATTED DELIMITED BY SIZE
                          INTO CLS-REPORT-RECORD
                   WRITE CLS-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE CLS-RPT-COUNT TO CLS-RPT-ALPHA
           MOVE SPACES TO CLS-REPORT-RECORD
           STRING "ACCOUNTS CLOSED: " DELIMITED BY SIZE
                  FUNCTION TRIM(CLS-RPT-ALPHA) DELIMITED BY SIZE
                  INTO CLS-REPORT-RECORD
           WRITE CLS-REPORT-RECORD
           IF CLS-LOG-COUNT NOT = CLS-RPT-COUNT
               MOVE CLS-LOG-COUNT TO CLS-RPT-ALPHA
               MOVE SPACES TO CLS-REPORT-RECORD
               STRING "WARNING: TRANSLOG SHOWS " DELIMITED BY SIZE
                      FUNCTION TRIM(CLS-RPT-ALPHA) DELIMITED BY SIZE
                      " CLOSURES - CHECK THE ADVICES BY HAND."
                          DELIMITED BY SIZE
                      INTO CLS-REPORT-RECORD
               WRITE CLS-REPORT-RECORD
           END-IF.

       *> --load-master: one-time conversion that loads the LINE
       *> SEQUENTIAL accounts.txt book into the indexed master, then
       *> proves the move by footing both files' balances with

       *> Appends one fixed-width line to translog.txt for every posted
       *> event, so the accounts file's history can be reconstructed.
       *> The tail is read before the line is built - the read goes
       *> through LOG-RECORD.
       WRITE-TRANS-LOG.
           PERFORM ENSURE-LOG-FILE-EXISTS
           IF LOG-TAIL-KNOWN = "N"
               PERFORM LOAD-LOG-TAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE SPACES TO LOG-RECORD
           MOVE LOG-ACCOUNT TO LOG-RECORD(1:6)
               *> already posted.
               MOVE LOG-SETTLE-DATE TO LOG-RECORD(82:8)
           END-IF
           IF LOG-ACTION = "LIEN" OR LOG-ACTION = "LIENREL"
                   OR LOG-ACTION = "LIENEXP"
               *> Lien lines name the lien, its expiry and its
               *> reason in the clearing legs' positions.
               MOVE LOG-COUNTERPARTY TO LOG-RECORD(74:6)
               MOVE LOG-SETTLE-DATE TO LOG-RECORD(82:8)
               MOVE LOG-LIEN-REASON TO LOG-RECORD(91:3)
           END-IF
           IF LOG-ACTION(1:3) = "TD-"
               *> Term-deposit lines name the deposit and the
               *> maturity date of the term they belong to.
               MOVE LOG-COUNTERPARTY TO LOG-RECORD(74:6)
               MOVE LOG-SETTLE-DATE TO LOG-RECORD(82:8)
           END-IF
           IF LOG-ACTION = "LN-DISB" OR LOG-ACTION = "LN-COLL"
               *> Loan lines name the loan and the instalment due
               *> date; a collection also splits its amount.
               MOVE LOG-COUNTERPARTY TO LOG-RECORD(74:6)
               MOVE LOG-SETTLE-DATE TO LOG-RECORD(82:8)
           END-IF
           IF LOG-ACTION = "LN-COLL"
               MOVE LOG-LOAN-PRIN TO LOG-AMT-FORMATTED
               MOVE LOG-AMT-FORMATTED TO LOG-RECORD(91:13)
               MOVE LOG-LOAN-INT TO LOG-AMT-FORMATTED
               MOVE LOG-AMT-FORMATTED TO LOG-RECORD(105:13)
           END-IF
           IF LOG-ACTION = "REV"
               MOVE LOG-COUNTERPARTY TO LOG-RECORD(74:6)
               MOVE LOG-REV-STAMP TO LOG-RECORD(91:21)
               MOVE LOG-REV-CLASS TO LOG-RECORD(112:7)
               MOVE REV-REQUESTED-BY TO LOG-RECORD(120:20)
           END-IF
           IF LOG-ACTION(1:3) = "SCR"
               *> Screening lines name the screening-queue item, so
               *> the hold and its decision can be paired.
               MOVE LOG-COUNTERPARTY TO LOG-RECORD(74:6)
           END-IF
           MOVE IN-TELLER TO LOG-RECORD(141:6)
           COMPUTE LOG-NEXT-SEQ = LOG-LAST-SEQ + 1
           MOVE LOG-NEXT-SEQ TO LOG-RECORD(148:9)
           MOVE LOG-RECORD TO LOG-HASH-LINE
           MOVE LOG-LAST-CHAIN TO LOG-HASH-PREV
           PERFORM COMPUTE-LOG-CHAIN
           MOVE LOG-HASH-CHAIN TO LOG-RECORD(158:9)
           OPEN EXTEND LOG-FILE
           WRITE LOG-RECORD
           CLOSE LOG-FILE
           MOVE LOG-NEXT-SEQ TO LOG-LAST-SEQ
           MOVE LOG-HASH-CHAIN TO LOG-LAST-CHAIN.

       *> The last sequenced line on file, by the same rule the
       *> archive cutover closes its archive on: CFW heads do not
       *> count, a LOGSEQ line stands for the archive behind it, and
       *> an empty or wholly unnumbered log starts the sequence at
       *> one from a zero chain.
       LOAD-LOG-TAIL.
           MOVE ZERO TO LOG-LAST-SEQ
           MOVE ZERO TO LOG-LAST-CHAIN
           OPEN INPUT LOG-FILE
           PERFORM UNTIL 1 = 2
               READ LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOG-RECORD(148:9) IS NUMERIC
                               AND LOG-RECORD(158:9) IS NUMERIC
                               AND LOG-RECORD(7:7) NOT = "CFW"
                           MOVE LOG-RECORD(148:9) TO LOG-LAST-SEQ
                           MOVE LOG-RECORD(158:9) TO LOG-LAST-CHAIN
                       END-IF
           END-PERFORM
           CLOSE LOG-FILE
           MOVE "Y" TO LOG-TAIL-KNOWN.

       *> Folds LOG-HASH-LINE's first 156 bytes - everything up to
       *> and including the sequence number - onto LOG-HASH-PREV.
       COMPUTE-LOG-CHAIN.
           MOVE LOG-HASH-PREV TO LOG-HASH-WORK
           PERFORM VARYING LOG-HASH-IX FROM 1 BY 1
                   UNTIL LOG-HASH-IX > 156
               COMPUTE LOG-HASH-WORK = FUNCTION MOD(
                   LOG-HASH-WORK * 257
                   + FUNCTION ORD(LOG-HASH-LINE(LOG-HASH-IX:1)),
                   LOG-HASH-PRIME)
           END-PERFORM
           MOVE LOG-HASH-WORK TO LOG-HASH-CHAIN.

       ENSURE-LOG-FILE-EXISTS.
           OPEN INPUT LOG-FILE
                   CLOSE ACCT-LOCK-FILE
                   IF ACCT-LOCK-RECORD(7:21) = LOCK-TOKEN
                       MOVE "Y" TO LOCK-ACQUIRED
                       *> Whatever was appended while we waited is
                       *> read afresh before our first line.
                       MOVE "N" TO LOG-TAIL-KNOWN
                   ELSE
                       CALL "C$SLEEP" USING LOCK-RETRY-SEC
                   END-IF
           END-IF.

       FREE-ACCOUNTS-LOCK.
           MOVE "N" TO LOG-TAIL-KNOWN
           MOVE SPACES TO ACCT-LOCK-RECORD
           MOVE "FREE" TO ACCT-LOCK-RECORD
           OPEN OUTPUT ACCT-LOCK-FILE
