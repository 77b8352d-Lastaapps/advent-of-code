           SELECT PLAYER-ROLLUP   ASSIGN TO DISK
                   PLAYER-ROLLUP-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Permanent player account ledger - every production settlement
      * posts its hand's net as a credit to the owning account, and
      * ops' cash-outs and manual adjustments post against it too, so
      * "what does account X have coming right now" is a running
      * balance read straight off the file instead of rebuilt by hand
      * from settlhist.dat. Keyed account first, then posting date,
      * so one account's postings sit together in date order. NEVER
      * purged. DYNAMIC because it is both written by key and walked
      * forward per account for balances and statements
           SELECT OPTIONAL PLAYER-LEDGER
                   ASSIGN TO DISK "playerledger.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LEDG-KEY.
      * Cash-out and manual adjustment transactions for the player
      * ledger, one per line. OPTIONAL since most nights carry none
           SELECT OPTIONAL LEDGER-TXN
                   ASSIGN TO DISK "ledgertxn.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Ledger transactions refused on edit, with the reason, so the
      * cage can correct and resubmit them
           SELECT LEDGER-REJECTS  ASSIGN TO DISK "ledgerrej.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Month-end statement request - one statement month (CCYYMM)
      * per line. OPTIONAL since statements run once a month
           SELECT OPTIONAL STATEMENT-CONTROL
                   ASSIGN TO DISK "statement.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Printable month-end player statements, one per account with
      * a balance or activity, for the month requested
           SELECT STATEMENT-REPORT ASSIGN TO DISK
                   STATEMENT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Player master maintenance transactions - add an account,
      * register or unregister a hand ID, change the holder's name, or
      * move the account between active, suspended and closed. Edited
      * against the loaded master and applied to players.txt as its
      * own step before the batch window, so the master is no longer
      * hand-edited. OPTIONAL since most nights carry none
           SELECT OPTIONAL PLAYER-MAINT
                   ASSIGN TO DISK "playermaint.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Maintenance transactions refused on edit, with the reason
           SELECT MAINT-REJECTS   ASSIGN TO DISK "playermaint_rej.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Before/after change report - who changed which account, what
      * it was, what it became and when - for compliance sign-off
           SELECT MAINT-REPORT    ASSIGN TO DISK "playermaint_rpt.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Reversal control file - one deck/part per line that was settled
      * but should never have paid (wrong deck staged, game declared
      * void on the floor), with the business date it settled under
      * and a reason code. OPTIONAL since most nights carry none
           SELECT OPTIONAL REVERSAL-CONTROL
                   ASSIGN TO DISK "reversal.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Reversal settlement feed - every hand of the reversed deck/part
      * with the payout, rake and net the GL posting job must back
      * out, so the void no longer needs manual journal entries
           SELECT REV-SETTLEMENT  ASSIGN TO DISK
                   REV-SETTLEMENT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Chart of accounts - the GL account number and cost centre
      * each journal role posts to, read and validated at job start
      * with the same fail-fast treatment rules.txt gets. OPTIONAL;
      * absent means no GL journal is produced
           SELECT OPTIONAL COA-FILE
                   ASSIGN TO DISK "coa.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * GL journal work file - the batch window's journal lines as
      * they are built, extended by a resumed submission so the decks
      * an abended one finished keep their lines, and only copied out
      * to a released journal once it is proved to net to zero
           SELECT OPTIONAL GL-WORK
                   ASSIGN TO DISK "gljournal_work.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Released GL journal - one per batch window, summarized
      * double-entry lines per deck/part for the GL team
           SELECT GL-JOURNAL      ASSIGN TO DISK GL-JOURNAL-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Unclaimed winnings register - every settled hand with no
      * account on the player master, keyed like the history master
      * by business date, deck, part and hand ID, carried until the
      * hand is claimed by a registration or remitted to the state.
      * DYNAMIC because it is both written by key and walked forward
      * for the nightly aging pass
           SELECT OPTIONAL UNCLAIMED-REG
                   ASSIGN TO DISK "unclaimed.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UNC-KEY.
      * Escheat remittance file - the register entries past the legal
      * holding period, moved to the state tonight
           SELECT ESCHEAT-FILE    ASSIGN TO DISK ESCHEAT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Unclaimed winnings dormancy report
           SELECT UNCLAIMED-REPORT ASSIGN TO DISK "unclaimed_rpt.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Pending-approval file - every hand whose payout was over the
      * hold threshold, kept off the feed until a second signature
      * releases or declines it. Keyed like the history master;
      * DYNAMIC because approvals read it by key and the ops report
      * and the GL staging walk it forward
           SELECT OPTIONAL PENDING-FILE
                   ASSIGN TO DISK "pending.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEND-KEY.
      * Approvals control file - one decision per held hand, with the
      * approver's ID. OPTIONAL since most nights carry none
           SELECT OPTIONAL APPROVAL-CONTROL
                   ASSIGN TO DISK "approvals.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Approval run report - every decision line and what became of
      * it
           SELECT APPROVAL-REPORT ASSIGN TO DISK "approvals_rpt.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Accounting period control - one line per period accounting
      * has closed (or closed and re-opened), loaded and validated at
      * job start and rewritten by the period-close pass. OPTIONAL;
      * absent means no period is closed
           SELECT OPTIONAL PERIOD-CONTROL
                   ASSIGN TO DISK "periods.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Period close/re-open transactions. OPTIONAL since most nights
      * carry none
           SELECT OPTIONAL PERIOD-TXN
                   ASSIGN TO DISK "periodclose.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Period-close report - the closed period's settled totals by
      * deck/part, and every transaction line and what became of it
           SELECT PERIOD-REPORT   ASSIGN TO DISK "periodclose_rpt.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Expected-deck schedule - which decks should arrive for each
      * business date, and the run date each is due by. Loaded and
      * validated at job start; OPTIONAL, absent means no arrival
      * checking
           SELECT OPTIONAL DECK-SCHEDULE
                   ASSIGN TO DISK "deckschedule.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Deck arrival exceptions - missing, late and unexpected decks
           SELECT SCHEDULE-REPORT ASSIGN TO DISK "deckschedule_rpt.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Player surveillance exception list - accounts over the win
      * concentration thresholds, ranked, for the security office
           SELECT SURV-REPORT     ASSIGN TO DISK "surveillance_rpt.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Tax withholding control - the reporting threshold a hand's
      * net must reach and the rate withheld from it, read and
      * validated at job start with the same fail-fast treatment
      * params.txt gets. OPTIONAL; absent means nothing is withheld
           SELECT OPTIONAL TAX-CONTROL
                   ASSIGN TO DISK "tax.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Year-end winnings statement request - one tax year (CCYY)
      * per line. OPTIONAL since statements run once a year
           SELECT OPTIONAL TAX-YEAR-CONTROL
                   ASSIGN TO DISK "taxyear.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * Year-end winnings statements, one per account that won in
      * the year, the transmittal summary for the tax authority, and
      * the reportable wins on unregistered hands for follow-up
           SELECT TAX-STATEMENT   ASSIGN TO DISK TAX-STMT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-TRANSMITTAL ASSIGN TO DISK TAX-XMIT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-UNREG-REPORT ASSIGN TO DISK TAX-UNREG-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * resumed run can pick the reconciliation totals up where the
      * prior run left off, instead of re-starting them at zero
       FD CHECKPOINT-FILE
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS CKPT-REC
           RECORDING MODE F.
       01 CKPT-REC.
           05 CKPT-RECON-SCORE-OUT     PIC 9(10).
           05 CKPT-FILL-6              PIC X(1).
           05 CKPT-RAKE-TOTAL          PIC 9(18).
           05 CKPT-FILL-7              PIC X(1).
           05 CKPT-WITHHELD-TOTAL      PIC 9(18).

      * Exception report - one line per rejected or duplicate hand
       FD BAD-HANDS
      * Downstream settlement feed - hand ID, RANK, score, the gross
      * payout, the house commission (rake) held out of it and the
      * net actually owed to the player, for the GL-posting job -
      * accounting no longer backs the house's cut out by hand. Tax
      * withheld from a reportable win rides on the end, already
      * taken out of the net
       FD SETTLEMENT
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS SETTLEMENT-REC.
       01 SETTLEMENT-REC.
           05 SETL-HAND-ID             PIC X(5).
           05 SETL-RAKE                PIC 9(18).
           05 SETL-FILL-5              PIC X(1).
           05 SETL-NET                 PIC 9(18).
           05 SETL-FILL-6              PIC X(1).
           05 SETL-WITHHELD            PIC 9(18).

      * Review list of hands tying on power and translated ID - two
      * different (real) hands the SORT could only order arbitrarily

      * Permanent settlement history master - business date, deck,
      * part and hand ID up front as the key, then the hand's power,
      * rank, gross/rake/net money and score, whether (and when and
      * why) the hand was later reversed, and the tax withheld from
      * it with its reportable-win mark, the business date of the
      * deck/part the hand belongs to, and who was credited with it
       FD SETTLE-HIST
           RECORD CONTAINS 168 CHARACTERS
           DATA RECORD IS HIST-REC.
       01 HIST-REC.
           05 HIST-KEY.
           05 HIST-GROSS               PIC 9(18).
           05 HIST-RAKE                PIC 9(18).
           05 HIST-NET                 PIC 9(18).
           05 HIST-SCORE               PIC 9(4).
      *    Blank while the hand stands; R once its deck/part has been
      *    reversed - the record is kept, never deleted, so the payout
      *    and its reversal both stay answerable
           05 HIST-STATUS              PIC X(1).
              88 HIST-SETTLED            VALUE SPACE.
              88 HIST-REVERSED           VALUE "R".
           05 HIST-REV-DATE            PIC X(8).
           05 HIST-REV-REASON          PIC X(4).
      *    Withheld is already out of HIST-NET; Y marks a win that
      *    reached the tax reporting threshold when it settled
           05 HIST-WITHHELD            PIC 9(18).
           05 HIST-TAX-SW              PIC X(1).
              88 HIST-REPORTABLE         VALUE "Y".
              88 HIST-NOT-REPORTABLE     VALUE SPACE.
      *    Same as HIST-DATE for a hand paid on its own night; a
      *    repaired hand is dated the night it was paid and carries
      *    its deck's business date here, so a reversal finds it
           05 HIST-ORIG-DATE           PIC X(8).
      *    A with the account credited when the hand was paid; U when
      *    it went to the unclaimed register instead (made A with the
      *    claiming account if the entry is claimed); blank on a
      *    record written before this was carried
           05 HIST-PAID-SW             PIC X(1).
              88 HIST-PAID-ACCT          VALUE "A".
              88 HIST-PAID-UNCLAIMED     VALUE "U".
              88 HIST-PAID-NOT-KNOWN     VALUE SPACE.
           05 HIST-ACCT                PIC X(8).

      * Retention control - zero-padded day count, e.g. 014 keeps two
      * weeks of per-deck/part output files
      * Supplemental settlement feed - same layout as SETTLEMENT so
      * the GL posting job reads both with one record description
       FD SUPP-SETTLEMENT
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS SUPP-SETL-REC.
       01 SUPP-SETL-REC.
           05 SUPP-SETL-HAND-ID        PIC X(5).
           05 SUPP-SETL-RAKE           PIC 9(18).
           05 SUPP-SETL-FILL-5         PIC X(1).
           05 SUPP-SETL-NET            PIC 9(18).
           05 SUPP-SETL-FILL-6         PIC X(1).
           05 SUPP-SETL-WITHHELD       PIC 9(18).

      * Player master - account number, account status (A active,
      * S suspended, C closed), one registered hand ID and the account
      * holder's name; an account with several hands registered
      * appears on several lines, one with none on a single line with
      * the hand ID left blank
       FD PLAYER-MASTER-FILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS PM-PLAYER-REC
      * Per-player settlement rollup - one line per player account
      * with settled hands this deck/part, plus the UNREGISTERED line
       FD PLAYER-ROLLUP
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS PLAYER-ROLLUP-REC.
       01 PLAYER-ROLLUP-REC            PIC X(190).

      * Player ledger posting - account, posting date, posting type,
      * the deck/part it came from (blank for cage transactions) and
      * a reference (hand ID, or the cage voucher number) up front as
      * the key, then whether it credits or debits the account, the
      * amount, who posted it and a memo
       FD PLAYER-LEDGER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LEDG-REC.
       01 LEDG-REC.
           05 LEDG-KEY.
              10 LEDG-ACCT             PIC X(8).
              10 LEDG-DATE             PIC X(8).
              10 LEDG-TYPE             PIC X(1).
                 88 LEDG-WINNINGS        VALUE "W".
                 88 LEDG-REPAIR-WIN      VALUE "R".
                 88 LEDG-PAYOUT          VALUE "P".
                 88 LEDG-ADJUSTMENT      VALUE "A".
                 88 LEDG-REVERSAL        VALUE "V".
                 88 LEDG-UNCLAIMED-REL   VALUE "U".
              10 LEDG-DECK             PIC X(30).
              10 LEDG-PART             PIC X(1).
              10 LEDG-REF              PIC X(5).
           05 LEDG-DRCR                PIC X(1).
              88 LEDG-CREDIT             VALUE "C".
              88 LEDG-DEBIT              VALUE "D".
           05 LEDG-AMOUNT              PIC 9(18).
           05 LEDG-OPERATOR            PIC X(8).
           05 LEDG-MEMO                PIC X(20).

      * Cage ledger transaction - account, P(ayout) or A(djustment),
      * C(redit)/D(ebit) (a payout is always a debit), zero-padded
      * amount, the cage voucher number, who is posting it and a memo
       FD LEDGER-TXN
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS LT-REC
           RECORDING MODE F.
       01 LT-REC.
           05 LT-ACCT                  PIC X(8).
           05 LT-FILL-1                PIC X(1).
           05 LT-TYPE                  PIC X(1).
           05 LT-FILL-2                PIC X(1).
           05 LT-DRCR                  PIC X(1).
           05 LT-FILL-3                PIC X(1).
           05 LT-AMOUNT                PIC X(12).
           05 LT-FILL-4                PIC X(1).
           05 LT-REF                   PIC X(5).
           05 LT-FILL-5                PIC X(1).
           05 LT-OPERATOR              PIC X(8).
           05 LT-FILL-6                PIC X(1).
           05 LT-MEMO                  PIC X(20).

      * Refused ledger transactions - the transaction image and why
       FD LEDGER-REJECTS
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS LEDGER-REJECT-REC.
       01 LEDGER-REJECT-REC            PIC X(110).

      * Statement request - the statement month, CCYYMM
       FD STATEMENT-CONTROL
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS SC-REC
           RECORDING MODE F.
       01 SC-REC.
           05 SC-PERIOD                PIC X(6).

      * Month-end player statement print file
       FD STATEMENT-REPORT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS STATEMENT-REC.
       01 STATEMENT-REC                PIC X(90).

      * Player master maintenance transaction - action, account, and
      * whichever of hand ID / new status / new name the action needs,
      * then the operator keying it
       FD PLAYER-MAINT
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS MT-REC
           RECORDING MODE F.
       01 MT-REC.
           05 MT-ACTION                PIC X(3).
              88 MT-ADD-ACCOUNT          VALUE "ADD".
              88 MT-REGISTER-HAND        VALUE "REG".
              88 MT-UNREGISTER-HAND      VALUE "UNR".
              88 MT-CHANGE-NAME          VALUE "NAM".
              88 MT-CHANGE-STATUS        VALUE "STA".
              88 MT-ACTION-VALID         VALUES "ADD" "REG" "UNR"
                                                "NAM" "STA".
           05 MT-FILL-1                PIC X(1).
           05 MT-ACCT                  PIC X(8).
           05 MT-FILL-2                PIC X(1).
           05 MT-HAND-ID               PIC X(5).
           05 MT-FILL-3                PIC X(1).
           05 MT-STATUS                PIC X(1).
           05 MT-FILL-4                PIC X(1).
           05 MT-NAME                  PIC X(20).
           05 MT-FILL-5                PIC X(1).
           05 MT-OPERATOR              PIC X(8).

      * Refused maintenance transactions - the transaction image and
      * why
       FD MAINT-REJECTS
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MAINT-REJECT-REC.
       01 MAINT-REJECT-REC             PIC X(100).

      * Player master before/after change report
       FD MAINT-REPORT
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS MAINT-REPORT-REC.
       01 MAINT-REPORT-REC             PIC X(90).

      * Reversal request - the deck/part, the business date it settled
      * under (CCYYMMDD) and the reason code
       FD REVERSAL-CONTROL
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS RV-REC
           RECORDING MODE F.
       01 RV-REC.
           05 RV-DECK                  PIC X(30).
           05 RV-FILL-1                PIC X(1).
           05 RV-PART                  PIC X(1).
           05 RV-FILL-2                PIC X(1).
           05 RV-DATE                  PIC X(8).
           05 RV-FILL-3                PIC X(1).
           05 RV-REASON                PIC X(4).

      * Reversal settlement feed - same layout as SETTLEMENT so the GL
      * posting job reads it with one record description; every
      * amount on it is to be backed out
       FD REV-SETTLEMENT
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS REV-SETL-REC.
       01 REV-SETL-REC.
           05 REV-SETL-HAND-ID         PIC X(5).
           05 REV-SETL-FILL-1          PIC X(1).
           05 REV-SETL-RANK            PIC 9(16).
           05 REV-SETL-FILL-2          PIC X(1).
           05 REV-SETL-SCORE           PIC 9(4).
           05 REV-SETL-FILL-3          PIC X(1).
           05 REV-SETL-PAYOUT          PIC 9(18).
           05 REV-SETL-FILL-4          PIC X(1).
           05 REV-SETL-RAKE            PIC 9(18).
           05 REV-SETL-FILL-5          PIC X(1).
           05 REV-SETL-NET             PIC 9(18).
           05 REV-SETL-FILL-6          PIC X(1).
           05 REV-SETL-WITHHELD        PIC 9(18).

      * Chart of accounts line - journal role keyword, the GL account
      * number (zero-padded digits) and the cost centre it posts to
       FD COA-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS COA-REC
           RECORDING MODE F.
       01 COA-REC.
           05 COA-ROLE                 PIC X(20).
           05 COA-FILL-1               PIC X(1).
           05 COA-ACCOUNT              PIC X(10).
           05 COA-FILL-2               PIC X(1).
           05 COA-COST-CENTRE          PIC X(6).

      * GL journal line - the batch run date, where the amount came
      * from (SETL nightly settlement, REPR repair, REVS reversal),
      * the deck/part and its business date, the GL account and cost
      * centre, debit or credit, the amount and a description
       FD GL-WORK
           RECORD CONTAINS 115 CHARACTERS
           DATA RECORD IS JRN-REC.
       01 JRN-REC.
           05 JRN-RUN-DATE             PIC X(8).
           05 JRN-FILL-1               PIC X(1).
           05 JRN-SOURCE               PIC X(4).
           05 JRN-FILL-2               PIC X(1).
           05 JRN-DECK                 PIC X(30).
           05 JRN-FILL-3               PIC X(1).
           05 JRN-PART                 PIC X(1).
           05 JRN-FILL-4               PIC X(1).
           05 JRN-BUS-DATE             PIC X(8).
           05 JRN-FILL-5               PIC X(1).
           05 JRN-ACCOUNT              PIC X(10).
           05 JRN-FILL-6               PIC X(1).
           05 JRN-COST-CENTRE          PIC X(6).
           05 JRN-FILL-7               PIC X(1).
           05 JRN-DRCR                 PIC X(1).
              88 JRN-DEBIT               VALUE "D".
              88 JRN-CREDIT              VALUE "C".
           05 JRN-FILL-8               PIC X(1).
           05 JRN-AMOUNT               PIC 9(18).
           05 JRN-FILL-9               PIC X(1).
           05 JRN-DESC                 PIC X(20).

      * Released GL journal - the work file's lines as they stood
      * when they netted to zero, then a control trailer
       FD GL-JOURNAL
           RECORD CONTAINS 115 CHARACTERS
           DATA RECORD IS GL-JOURNAL-REC.
       01 GL-JOURNAL-REC               PIC X(115).

      * Unclaimed register entry - the hand's history key, its net
      * winnings, where it stands (O)pen, (C)laimed by a registration,
      * re(M)itted to the state or (V)oided by a reversal, the date
      * it got there and, once claimed, the account it went to
       FD UNCLAIMED-REG
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS UNC-REC.
       01 UNC-REC.
           05 UNC-KEY.
              10 UNC-DATE              PIC X(8).
              10 UNC-DECK              PIC X(30).
              10 UNC-PART              PIC X(1).
              10 UNC-HAND-ID           PIC X(5).
           05 UNC-NET                  PIC 9(18).
           05 UNC-STATUS               PIC X(1).
              88 UNC-OPEN                VALUE "O".
              88 UNC-CLAIMED             VALUE "C".
              88 UNC-REMITTED            VALUE "M".
              88 UNC-VOIDED              VALUE "V".
           05 UNC-ACTION-DATE          PIC X(8).
           05 UNC-ACCT                 PIC X(8).

      * Escheat remittance line - the entry's business date, deck,
      * part and hand, the net winnings handed over and how many days
      * they sat unclaimed
       FD ESCHEAT-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS ESC-REC.
       01 ESC-REC.
           05 ESC-DATE                 PIC X(8).
           05 ESC-FILL-1               PIC X(1).
           05 ESC-DECK                 PIC X(30).
           05 ESC-FILL-2               PIC X(1).
           05 ESC-PART                 PIC X(1).
           05 ESC-FILL-3               PIC X(1).
           05 ESC-HAND-ID              PIC X(5).
           05 ESC-FILL-4               PIC X(1).
           05 ESC-NET                  PIC 9(18).
           05 ESC-FILL-5               PIC X(1).
           05 ESC-AGE                  PIC 9(5).

       FD UNCLAIMED-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS UNCLAIMED-REPORT-REC.
       01 UNCLAIMED-REPORT-REC         PIC X(100).

      * Held hand - its history key, rank, score and power, the
      * gross, rake and net it would have paid, where it stands
      * (P)ending, (A)pproved, (D)eclined or (V)oided by a reversal,
      * the night it was held, and once decided the date, approver
      * and (for a decline) the reason, then the business date of
      * the deck/part it belongs to (see HIST-ORIG-DATE)
       FD PENDING-FILE
           RECORD CONTAINS 191 CHARACTERS
           DATA RECORD IS PEND-REC.
       01 PEND-REC.
           05 PEND-KEY.
              10 PEND-DATE             PIC X(8).
              10 PEND-DECK             PIC X(30).
              10 PEND-PART             PIC X(1).
              10 PEND-HAND-ID          PIC X(5).
           05 PEND-RANK                PIC 9(16).
           05 PEND-SCORE               PIC 9(4).
           05 PEND-POWER               PIC 9(1).
           05 PEND-GROSS               PIC 9(18).
           05 PEND-RAKE                PIC 9(18).
           05 PEND-NET                 PIC 9(18).
           05 PEND-STATUS              PIC X(1).
              88 PEND-WAITING            VALUE "P".
              88 PEND-APPROVED           VALUE "A".
              88 PEND-DECLINED           VALUE "D".
              88 PEND-VOIDED             VALUE "V".
           05 PEND-HELD-DATE           PIC X(8).
           05 PEND-DECIDED-DATE        PIC X(8).
           05 PEND-APPROVER            PIC X(8).
           05 PEND-REASON              PIC X(20).
           05 PEND-WITHHELD            PIC 9(18).
           05 PEND-TAX-SW              PIC X(1).
              88 PEND-REPORTABLE         VALUE "Y".
           05 PEND-ORIG-DATE           PIC X(8).

      * Approval decision - the held hand's deck, part, business date
      * and hand ID, the approver's ID, A(pprove) or D(ecline), and a
      * reason (required for a decline)
       FD APPROVAL-CONTROL
           RECORD CONTAINS 79 CHARACTERS
           DATA RECORD IS AP-REC
           RECORDING MODE F.
       01 AP-REC.
           05 AP-DECK                  PIC X(30).
           05 AP-FILL-1                PIC X(1).
           05 AP-PART                  PIC X(1).
           05 AP-FILL-2                PIC X(1).
           05 AP-DATE                  PIC X(8).
           05 AP-FILL-3                PIC X(1).
           05 AP-HAND-ID               PIC X(5).
           05 AP-FILL-4                PIC X(1).
           05 AP-APPROVER              PIC X(8).
           05 AP-FILL-5                PIC X(1).
           05 AP-DECISION              PIC X(1).
              88 AP-APPROVE              VALUE "A".
              88 AP-DECLINE              VALUE "D".
           05 AP-FILL-6                PIC X(1).
           05 AP-REASON                PIC X(20).

       FD APPROVAL-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS APPROVAL-REPORT-REC.
       01 APPROVAL-REPORT-REC          PIC X(132).

      * Accounting period - CCYYMM, C(losed) or O(pen, i.e. re-opened
      * after a close), the date of that last change and who made it
       FD PERIOD-CONTROL
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS PER-REC
           RECORDING MODE F.
       01 PER-REC.
           05 PER-PERIOD               PIC X(6).
           05 PER-FILL-1               PIC X(1).
           05 PER-STATUS               PIC X(1).
              88 PER-CLOSED              VALUE "C".
              88 PER-OPEN                VALUE "O".
           05 PER-FILL-2               PIC X(1).
           05 PER-DATE                 PIC X(8).
           05 PER-FILL-3               PIC X(1).
           05 PER-USER                 PIC X(8).

      * Period transaction - CLOSE or REOPEN, the CCYYMM period, the
      * ID of the accountant making the change, and a reason
      * (required for a re-open)
       FD PERIOD-TXN
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS PT-REC
           RECORDING MODE F.
       01 PT-REC.
           05 PT-ACTION                PIC X(6).
              88 PT-CLOSE                VALUE "CLOSE ".
              88 PT-REOPEN               VALUE "REOPEN".
           05 PT-FILL-1                PIC X(1).
           05 PT-PERIOD                PIC X(6).
           05 PT-FILL-2                PIC X(1).
           05 PT-USER                  PIC X(8).
           05 PT-FILL-3                PIC X(1).
           05 PT-REASON                PIC X(20).

       FD PERIOD-REPORT
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS PERIOD-REPORT-REC.
       01 PERIOD-REPORT-REC            PIC X(160).

      * Expected deck - the business date, the deck name its header
      * will carry, and the run date it must have arrived by
       FD DECK-SCHEDULE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS SCH-REC
           RECORDING MODE F.
       01 SCH-REC.
           05 SCH-DATE                 PIC X(8).
           05 SCH-FILL-1               PIC X(1).
           05 SCH-DECK                 PIC X(30).
           05 SCH-FILL-2               PIC X(1).
           05 SCH-DUE-DATE             PIC X(8).

       FD SCHEDULE-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SCHEDULE-REPORT-REC.
       01 SCHEDULE-REPORT-REC          PIC X(100).

       FD SURV-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SURV-REPORT-REC.
       01 SURV-REPORT-REC              PIC X(132).

      * Tax withholding control - keyword, then an 8-digit zero-padded
      * value (the params.txt convention)
       FD TAX-CONTROL
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS TAX-REC
           RECORDING MODE F.
       01 TAX-REC.
           05 TAX-KEY                  PIC X(20).
           05 TAX-FILL-1               PIC X(1).
           05 TAX-VALUE                PIC X(8).

      * Year-end statement request - the tax year, CCYY
       FD TAX-YEAR-CONTROL
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS TY-REC
           RECORDING MODE F.
       01 TY-REC.
           05 TY-YEAR                  PIC X(4).

       FD TAX-STATEMENT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TAX-STATEMENT-REC.
       01 TAX-STATEMENT-REC            PIC X(100).

       FD TAX-TRANSMITTAL
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TAX-TRANSMITTAL-REC.
       01 TAX-TRANSMITTAL-REC          PIC X(100).

       FD TAX-UNREG-REPORT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TAX-UNREG-REC.
       01 TAX-UNREG-REC                PIC X(132).

       WORKING-STORAGE SECTION.
       01 EOF.
          05 EOF-WPL                   PIC X(01) VALUE 'N'.
             88 EOF-WPL-TRUE           VALUE 'Y'.
             88 EOF-WPL-FALSE          VALUE 'N'.
      *      Reading the cage ledger transactions EOF
          05 EOF-LTXN                  PIC X(01) VALUE 'N'.
             88 EOF-LTXN-TRUE          VALUE 'Y'.
             88 EOF-LTXN-FALSE         VALUE 'N'.
      *      Walking the player ledger EOF
          05 EOF-LEDG                  PIC X(01) VALUE 'N'.
             88 EOF-LEDG-TRUE          VALUE 'Y'.
             88 EOF-LEDG-FALSE         VALUE 'N'.
      *      Reading the statement request file EOF
          05 EOF-STMT                  PIC X(01) VALUE 'N'.
             88 EOF-STMT-TRUE          VALUE 'Y'.
             88 EOF-STMT-FALSE         VALUE 'N'.
      *      Reading the player master maintenance file EOF
          05 EOF-MAINT                 PIC X(01) VALUE 'N'.
             88 EOF-MAINT-TRUE         VALUE 'Y'.
             88 EOF-MAINT-FALSE        VALUE 'N'.
      *      Reading the reversal control file EOF
          05 EOF-REVCTL                PIC X(01) VALUE 'N'.
             88 EOF-REVCTL-TRUE        VALUE 'Y'.
             88 EOF-REVCTL-FALSE       VALUE 'N'.
      *      Reading the chart of accounts EOF
          05 EOF-COA                   PIC X(01) VALUE 'N'.
             88 EOF-COA-TRUE           VALUE 'Y'.
             88 EOF-COA-FALSE          VALUE 'N'.
      *      Re-reading the GL journal work file EOF
          05 EOF-GLWORK                PIC X(01) VALUE 'N'.
             88 EOF-GLWORK-TRUE        VALUE 'Y'.
             88 EOF-GLWORK-FALSE       VALUE 'N'.
      *      Walking the unclaimed winnings register EOF
          05 EOF-UNC                   PIC X(01) VALUE 'N'.
             88 EOF-UNC-TRUE           VALUE 'Y'.
             88 EOF-UNC-FALSE          VALUE 'N'.
      *      Reading the payout approval file EOF
          05 EOF-APPR                  PIC X(01) VALUE 'N'.
             88 EOF-APPR-TRUE          VALUE 'Y'.
             88 EOF-APPR-FALSE         VALUE 'N'.
      *      Walking the pending payout file EOF
          05 EOF-PEND                  PIC X(01) VALUE 'N'.
             88 EOF-PEND-TRUE          VALUE 'Y'.
             88 EOF-PEND-FALSE         VALUE 'N'.
      *      Reading the accounting period file EOF
          05 EOF-PER                   PIC X(01) VALUE 'N'.
             88 EOF-PER-TRUE           VALUE 'Y'.
             88 EOF-PER-FALSE          VALUE 'N'.
      *      Reading the period close/re-open file EOF
          05 EOF-PTXN                  PIC X(01) VALUE 'N'.
             88 EOF-PTXN-TRUE          VALUE 'Y'.
             88 EOF-PTXN-FALSE         VALUE 'N'.
      *      Reading the expected-deck schedule EOF
          05 EOF-SCHED                 PIC X(01) VALUE 'N'.
             88 EOF-SCHED-TRUE         VALUE 'Y'.
             88 EOF-SCHED-FALSE        VALUE 'N'.
      *      Re-reading a part checkpoint trail EOF
          05 EOF-DUPCK                 PIC X(01) VALUE 'N'.
             88 EOF-DUPCK-TRUE         VALUE 'Y'.
             88 EOF-DUPCK-FALSE        VALUE 'N'.
      *      Reading the tax withholding control EOF
          05 EOF-TAX                   PIC X(01) VALUE 'N'.
             88 EOF-TAX-TRUE           VALUE 'Y'.
             88 EOF-TAX-FALSE          VALUE 'N'.
      *      Reading the tax year request file EOF
          05 EOF-TAXYR                 PIC X(01) VALUE 'N'.
             88 EOF-TAXYR-TRUE         VALUE 'Y'.
             88 EOF-TAXYR-FALSE        VALUE 'N'.

      * Batch-level restart controls - the last deck name found COMPLETE
      * in BATCH-CHECKPOINT when this job started, and whether we are
       01 ROLLUP-I                     PIC 9(4).
       01 ROLLUP-GRAND-TOTAL           PIC 9(18).
       01 ROLLUP-RAKE-GRAND            PIC 9(18).
      * Deck/parts reversed this run - carried into the batch summary
      * beside the night's own settlements, so winnings and rake net of
      * the reversals still tie out to the feeds the GL job receives
       01 REV-COUNT                    PIC 9(4) VALUE 0.
       01 REV-TABLE.
           05 REV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON REV-COUNT.
               10 REV-TBL-DECK          PIC X(30).
               10 REV-TBL-PART          PIC X(1).
               10 REV-TBL-DATE          PIC X(8).
               10 REV-TBL-REASON        PIC X(4).
               10 REV-TBL-HANDS         PIC 9(6).
               10 REV-TBL-GROSS         PIC 9(18).
               10 REV-TBL-RAKE          PIC 9(18).
               10 REV-TBL-NET           PIC 9(18).
       01 REV-I                        PIC 9(4).
       01 REV-GROSS-GRAND              PIC 9(18).
       01 REV-RAKE-GRAND               PIC 9(18).
       01 NET-AFTER-REV                PIC S9(18).
       01 NET-AFTER-REV-ED             PIC -(18)9.

      * Night-operations report build area - page/line control and
      * the end-of-window totals line
       01 PM-B                         PIC 9(5).
       01 PM-HX                        PIC 9(1).
       01 PA-FOUND-IX                  PIC 9(4).
      * Registration row find-hand-account matched, zero for none
       01 PM-FOUND-REG                 PIC 9(5).
       01 PLAYER-ACCT-COUNT            PIC 9(4) VALUE 0.
       01 PLAYER-ACCT-TABLE.
           05 PLAYER-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
               10 PA-TBL-ACCT           PIC X(8).
               10 PA-TBL-NAME           PIC X(20).
               10 PA-TBL-STATUS         PIC X(1).
                  88 PA-ACCT-ACTIVE       VALUE "A".
                  88 PA-ACCT-SUSPENDED    VALUE "S".
                  88 PA-ACCT-CLOSED       VALUE "C".
      *        Hand IDs currently registered to the account - zero for
      *        an account-only line in players.txt
               10 PA-TBL-REGS           PIC 9(5).
               10 PA-TBL-HANDS          PIC 9(6).
               10 PA-TBL-PAYOUT         PIC 9(18).
               10 PA-TBL-RAKE           PIC 9(18).
               10 PA-TBL-NET            PIC 9(18).
               10 PA-TBL-WITHHELD       PIC 9(18).
       01 PA-SCAN-I                    PIC 9(4).
      * players.txt sanity check - a hand ID registered to two
      * different accounts would double-post its payout, so that (or
       01 ROLLUP-HAND-PAYOUT           PIC 9(18).
       01 ROLLUP-HAND-RAKE             PIC 9(18).
       01 ROLLUP-HAND-NET              PIC 9(18).
       01 ROLLUP-HAND-WITHHELD         PIC 9(18).
      * UNREGISTERED bucket - hands settled this deck/part whose IDs
      * are not on the player master
       01 UNREG-HAND-COUNT             PIC 9(6) VALUE 0.
       01 UNREG-PAYOUT-TOTAL           PIC 9(18) VALUE 0.
       01 UNREG-RAKE-TOTAL             PIC 9(18) VALUE 0.
       01 UNREG-NET-TOTAL              PIC 9(18) VALUE 0.
       01 UNREG-WITHHELD-TOTAL         PIC 9(18) VALUE 0.
       01 PLAYER-ROLLUP-FILE-NAME      PIC X(30).
      * Account being looked up by account number (not by hand ID)
       01 PA-LOOK-ACCT                 PIC X(8).

      * Player master maintenance state - the account row the
      * transaction is aimed at, its edit verdict, the run's counts,
      * and the master/previous-generation file names for the rewrite
       01 MAINT-ACCT-IX                PIC 9(4).
       01 MAINT-SW                     PIC X(1).
          88 MAINT-OK                    VALUE 'Y'.
          88 MAINT-BAD                   VALUE 'N'.
       01 MAINT-REJECT-REASON          PIC X(40).
       01 MAINT-APPLIED-COUNT          PIC 9(6) VALUE 0.
       01 MAINT-REJECT-COUNT           PIC 9(6) VALUE 0.
       01 MAINT-NEW-STATUS             PIC X(1).
       01 MAINT-OUT-IX                 PIC 9(5).
       01 MAINT-MASTER-NAME            PIC X(30) VALUE "players.txt".
       01 MAINT-BACKUP-NAME            PIC X(30)
                                       VALUE "players_prev.txt".
      * One before/after change report line
       01 MCR-LINE-COUNT               PIC 9(4).
       01 MCR-PAGE-NO                  PIC 9(4).
       01 MAINT-CHANGE-LINE.
           05 MCL-TIME                 PIC X(19).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 MCL-OPERATOR             PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 MCL-ACCT                 PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 MCL-ACTION               PIC X(3).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 MCL-FIELD                PIC X(6).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 MCL-BEFORE               PIC X(20).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 MCL-AFTER                PIC X(20).

      * Player ledger state - the running balance worked out for one
      * account (signed: a reversal or adjustment can take an account
      * below zero until the cage recovers it), and the edit verdict
      * on the cage transaction being posted
       01 LEDGER-BAL-ACCT              PIC X(8).
       01 LEDGER-BALANCE               PIC S9(18).
       01 LEDGER-BAL-ED                PIC -9(18).
       01 LEDGER-TXN-AMOUNT            PIC 9(12).
       01 LEDGER-TXN-SW                PIC X(1).
          88 LEDGER-TXN-OK               VALUE 'Y'.
          88 LEDGER-TXN-BAD              VALUE 'N'.
       01 LEDGER-REJECT-REASON         PIC X(40).
       01 LEDGER-POSTED-COUNT          PIC 9(6).
       01 LEDGER-REJECT-COUNT          PIC 9(6).
      * Run date as CCYYMMDD - cage transactions and repairs post
      * under the night they were keyed, not a deck's business date
       01 RUN-DATE                     PIC X(8).

      * Month-end statement build area - the month asked for, the
      * account being printed, its opening/closing balance, the
      * month's totals by kind, and the statement line being
      * accumulated (one line per night's deck/part of winnings, one
      * per cage transaction)
       01 STATEMENT-FILE-NAME          PIC X(30).
       01 STMT-PERIOD                  PIC X(6).
       01 STMT-ACCT                    PIC X(8).
       01 STMT-NAME                    PIC X(20).
       01 STMT-OPENING                 PIC S9(18).
       01 STMT-CLOSING                 PIC S9(18).
       01 STMT-WIN-TOTAL               PIC 9(18).
       01 STMT-PAY-TOTAL               PIC 9(18).
       01 STMT-ADJ-CR-TOTAL            PIC 9(18).
       01 STMT-ADJ-DR-TOTAL            PIC 9(18).
       01 STMT-REV-TOTAL               PIC 9(18).
       01 STMT-HDR-SW                  PIC X(1).
          88 STMT-HDR-DONE               VALUE 'Y'.
          88 STMT-HDR-NOT-DONE           VALUE 'N'.
       01 STMT-GRP-SW                  PIC X(1).
          88 STMT-GRP-OPEN               VALUE 'Y'.
          88 STMT-GRP-CLOSED             VALUE 'N'.
       01 STMT-GRP-DATE                PIC X(8).
       01 STMT-GRP-TYPE                PIC X(1).
       01 STMT-GRP-DECK                PIC X(30).
       01 STMT-GRP-PART                PIC X(1).
       01 STMT-GRP-REF                 PIC X(5).
       01 STMT-GRP-DRCR                PIC X(1).
       01 STMT-GRP-MEMO                PIC X(20).
       01 STMT-GRP-HANDS               PIC 9(6).
       01 STMT-GRP-AMOUNT              PIC 9(18).
       01 STMT-GRP-TXT                 PIC X(10).
       01 STMT-LINE-COUNT              PIC 9(4).
       01 STMT-PAGE-NO                 PIC 9(4).
       01 STMT-ACCT-COUNT              PIC 9(6).
       01 STMT-ACCT-IX                 PIC 9(4).
       01 STMT-DATE-TXT                PIC X(10).
       01 STMT-BAL-ED                  PIC -(18)9.
      * One statement detail line - fixed columns so the amounts line
      * up down the page for the player reading it
       01 STMT-DETAIL-LINE.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SDL-DATE                 PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 SDL-KIND                 PIC X(10).
           05 SDL-DETAIL               PIC X(42).
           05 SDL-AMOUNT               PIC Z(17)9.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 SDL-DRCR                 PIC X(2).
      * Whether the scoring pass currently running is the night's real
      * production run - what-if rehearsal passes switch this off so
      * a rehearsal can never post into the per-player rollup
       01 REPAIR-NEW-TRANS-ID          PIC X(5).
       01 REPAIR-RANK                  PIC 9(16).
       01 REPAIR-PAYOUT                PIC 9(18).
      * Business date off the deck's header - the history and any
      * hold for the corrected hand carry it, tying the repair to
      * the deck/part's night for a later reversal
       01 REPAIR-BUS-DATE              PIC X(8).
      * Hands already ranked ahead of the corrected one in the
      * deck/part's existing transformed file
       01 REPAIR-AHEAD-COUNT           PIC 9(8).
       01 SUPP-SETTLEMENT-FILE-NAME    PIC X(30).

      * Reversal state - the verdict on the reversal line being
      * processed, the history records found for the deck/part (and
      * how many of those are already reversed), and the money backed
      * out
       01 REV-OK-SW                    PIC X(1).
          88 REVERSAL-OK                 VALUE 'Y'.
          88 REVERSAL-NOT-OK             VALUE 'N'.
       01 REV-REFUSE-REASON            PIC X(40).
       01 REV-HAND-COUNT               PIC 9(6).
       01 REV-DONE-COUNT               PIC 9(6).
       01 REV-GROSS                    PIC 9(18).
       01 REV-RAKE                     PIC 9(18).
       01 REV-NET                      PIC 9(18).
       01 REV-WITHHELD                 PIC 9(18).
       01 REV-SETTLEMENT-FILE-NAME     PIC X(30).
      * Business date a history or pending record belongs to - its
      * ORIG-DATE, or for a record written before that field was
      * carried, its own key date
       01 HIST-BUS-DATE                PIC X(8).
       01 PEND-BUS-DATE                PIC X(8).
       01 HIST-SAVE-REC                PIC X(168).
       01 REV-HIST-SW                  PIC X(1).
          88 REV-HIST-FOUND              VALUE 'Y'.
          88 REV-HIST-NOT-FOUND          VALUE 'N'.

      * Chart of accounts - loaded from coa.txt at job start. A
      * present file must validate whole (every role known, present
      * once, with a numeric account and a cost centre) or nothing
      * runs; an absent one just means no GL journal tonight
       01 COA-VALID-SW                 PIC X(1) VALUE 'Y'.
          88 COA-VALID                   VALUE 'Y'.
          88 COA-INVALID                 VALUE 'N'.
       01 COA-LOADED-SW                PIC X(1) VALUE 'N'.
          88 COA-LOADED                  VALUE 'Y'.
          88 COA-NOT-LOADED              VALUE 'N'.
       01 COA-COUNT                    PIC 9(4) VALUE 0.
       01 COA-TABLE.
           05 COA-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON COA-COUNT.
               10 COA-TBL-ROLE          PIC X(20).
               10 COA-TBL-ACCOUNT       PIC X(10).
               10 COA-TBL-CC            PIC X(6).
       01 COA-I                        PIC 9(4).
       01 COA-K                        PIC 9(4).
       01 COA-FOUND-IX                 PIC 9(4).
       01 COA-NEEDED-ROLE              PIC X(20).

      * GL journal line being built - where it came from, the
      * deck/part and business date, the role it posts to (looked up
      * in the chart of accounts), debit or credit and the amount -
      * and the gross/rake/net of the deck/part being journaled
       01 GL-SOURCE                    PIC X(4).
       01 GL-DECK                      PIC X(30).
       01 GL-PART                      PIC X(1).
       01 GL-BUS-DATE                  PIC X(8).
       01 GL-ROLE                      PIC X(20).
       01 GL-DRCR                      PIC X(1).
       01 GL-AMOUNT                    PIC 9(18).
       01 GL-DESC                      PIC X(20).
       01 GL-GROSS                     PIC 9(18).
       01 GL-RAKE                      PIC 9(18).
       01 GL-NET                       PIC 9(18).
       01 GL-WITHHELD                  PIC 9(18).
      * Journal release control - lines and debit/credit totals as
      * read back from the work file, the file names, and the outcome
      * for the operations report
       01 GL-LINE-COUNT                PIC 9(6).
       01 GL-DR-TOTAL                  PIC 9(18).
       01 GL-CR-TOTAL                  PIC 9(18).
       01 GL-WORK-FILE-NAME            PIC X(40)
                                       VALUE "gljournal_work.txt".
       01 GL-JOURNAL-FILE-NAME         PIC X(40).
       01 GL-HELD-FILE-NAME            PIC X(40).
       01 GL-RELEASE-TXT               PIC X(60) VALUE SPACES.
      * Set when the work file carries a line with no account - its
      * role was not in coa.txt - and the journal must be held
       01 GL-ROLE-MISSING-SW           PIC X VALUE "N".
           88 GL-ROLE-MISSING                VALUE "Y".
           88 GL-ROLE-OK                     VALUE "N".
       01 GL-REFUSED-WHY               PIC X(20).
      * The deck's settled parts, held until both parts are done so
      * its journal lines go to the work file in step with the batch
      * restart trail
       01 GLP-COUNT                    PIC 9(1) VALUE 0.
       01 GLP-TABLE.
           05 GLP-ENTRY OCCURS 2 TIMES.
               10 GLP-PART              PIC X(1).
               10 GLP-BUS-DATE          PIC X(8).
               10 GLP-GROSS             PIC 9(18).
               10 GLP-RAKE              PIC 9(18).
               10 GLP-WITHHELD          PIC 9(18).
       01 GLP-I                        PIC 9(1).

      * Unclaimed winnings - the legal holding period (params.txt
      * ESCHEAT-HOLD-DAYS, three years unless set), how old the entry
      * being aged is, and the night's dormancy, claim and remittance
      * counts and totals for the report
       01 ESCHEAT-HOLD-DAYS            PIC 9(5)  VALUE 1095.
       01 UNC-AGE                      PIC 9(7).
       01 UNC-DATE-NUM                 PIC 9(8).
       01 UNC-RUN-DATE-NUM             PIC 9(8).
       01 UNC-SAVE-NET                 PIC 9(18).
       01 UNC-VOID-SW                  PIC X(1).
          88 UNC-VOID-DONE               VALUE 'Y'.
          88 UNC-VOID-NOT-DONE           VALUE 'N'.
       01 UNC-BUCKET-TXT               PIC X(16).
       01 UNC-NET-ED                   PIC Z(17)9.
       01 UNC-AGE-ED                   PIC Z(6)9.
       01 UNC-LINE-COUNT               PIC 9(4).
       01 UNC-PAGE-NO                  PIC 9(4).
       01 UNC-UNDER-COUNT              PIC 9(6).
       01 UNC-UNDER-NET                PIC 9(18).
       01 UNC-D30-COUNT                PIC 9(6).
       01 UNC-D30-NET                  PIC 9(18).
       01 UNC-D90-COUNT                PIC 9(6).
       01 UNC-D90-NET                  PIC 9(18).
       01 UNC-D180-COUNT               PIC 9(6).
       01 UNC-D180-NET                 PIC 9(18).
       01 UNC-CLAIM-COUNT              PIC 9(6).
       01 UNC-CLAIM-NET                PIC 9(18).
       01 UNC-REMIT-COUNT              PIC 9(6).
       01 UNC-REMIT-NET                PIC 9(18).
       01 ESCHEAT-FILE-NAME            PIC X(30).
       01 ESC-OPEN-SW                  PIC X(1).
          88 ESC-FILE-OPEN               VALUE 'Y'.
          88 ESC-FILE-NOT-OPEN           VALUE 'N'.
      * Remittance journal group - register entries come back in
      * date/deck/part order, so one balanced set is written per
      * deck/part remitted rather than one per hand
       01 REMIT-GRP-SW                 PIC X(1).
          88 REMIT-GRP-OPEN              VALUE 'Y'.
          88 REMIT-GRP-CLOSED            VALUE 'N'.
       01 REMIT-GRP-DATE               PIC X(8).
       01 REMIT-GRP-DECK               PIC X(30).
       01 REMIT-GRP-PART               PIC X(1).
       01 REMIT-GRP-NET                PIC 9(18).

      * Dual-control hold - a gross payout over HOLD-THRESHOLD (from
      * params.txt, zero meaning nothing is held) is kept off the
      * feed for a second signature. The approval run's verdict on
      * the line in hand, its counts, the held figures netted out of
      * a deck/part's totals, and the night's held gross
       01 HOLD-THRESHOLD               PIC 9(8)  VALUE 0.
       01 HOLD-SW                      PIC X(1).
          88 HAND-HELD                   VALUE 'Y'.
          88 HAND-NOT-HELD               VALUE 'N'.
       01 HOLD-COUNT                   PIC 9(6)  VALUE 0.
       01 PEND-SAVE-REC                PIC X(191).
       01 APPR-REJECT-REASON           PIC X(40).
       01 APPR-OUTCOME-TXT             PIC X(40).
       01 APPR-READ-COUNT              PIC 9(6).
       01 APPR-RELEASE-COUNT           PIC 9(6).
       01 APPR-DECLINE-COUNT           PIC 9(6).
       01 APPR-REJECT-COUNT            PIC 9(6).
       01 HELD-GROSS                   PIC 9(18).
       01 HELD-RAKE                    PIC 9(18).
       01 HELD-WITHHELD                PIC 9(18).
       01 HELD-GROSS-GRAND             PIC 9(18) VALUE 0.
      * Ops report pending list - how long each held hand has waited
       01 PEND-COUNT                   PIC 9(6).
       01 PEND-WAIT-DAYS               PIC 9(7).
       01 PEND-HELD-NUM                PIC 9(8).
       01 PEND-RUN-NUM                 PIC 9(8).

      * Accounting periods loaded from PERIOD-CONTROL at job start -
      * every posting whose business date falls in a closed one is
      * refused. PER-LOOK-DATE is the business date being asked about
       01 PERIOD-VALID-SW              PIC X(1) VALUE 'Y'.
          88 PERIOD-VALID                VALUE 'Y'.
          88 PERIOD-INVALID              VALUE 'N'.
       01 PER-COUNT                    PIC 9(4) VALUE 0.
       01 PER-TABLE.
           05 PER-ENTRY OCCURS 1 TO 600 TIMES
                   DEPENDING ON PER-COUNT.
               10 PER-TBL-PERIOD        PIC X(6).
               10 PER-TBL-STATUS        PIC X(1).
                  88 PER-TBL-CLOSED       VALUE "C".
               10 PER-TBL-DATE          PIC X(8).
               10 PER-TBL-USER          PIC X(8).
       01 PER-I                        PIC 9(4).
       01 PER-FOUND-IX                 PIC 9(4).
       01 PER-LOOK-PERIOD              PIC X(6).
       01 PER-LOOK-DATE                PIC X(8).
       01 PER-LOCK-SW                  PIC X(1).
          88 PERIOD-LOCKED               VALUE 'Y'.
          88 PERIOD-NOT-LOCKED           VALUE 'N'.
      * The refused posting, for its audit line
       01 PER-LOCK-SOURCE              PIC X(8).
       01 PER-LOCK-DECK                PIC X(30).
       01 PER-LOCK-PART                PIC X(1).
       01 PER-LOCK-HAND                PIC X(5).
       01 PER-MASTER-NAME              PIC X(30) VALUE "periods.txt".
       01 PER-BACKUP-NAME              PIC X(30)
                                       VALUE "periods_prev.txt".
      * Period-close pass - its counts, one line's verdict, and the
      * closed period's totals by deck/part
       01 PTXN-APPLIED-COUNT           PIC 9(6).
       01 PTXN-REJECT-COUNT            PIC 9(6).
       01 PTXN-REJECT-REASON           PIC X(40).
       01 PTXN-OUTCOME-TXT             PIC X(40).
       01 PCL-COUNT                    PIC 9(4) VALUE 0.
       01 PCL-TABLE.
           05 PCL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PCL-COUNT.
               10 PCL-DECK              PIC X(30).
               10 PCL-PART              PIC X(1).
               10 PCL-HANDS             PIC 9(7).
               10 PCL-GROSS             PIC 9(18).
               10 PCL-RAKE              PIC 9(18).
               10 PCL-NET               PIC 9(18).
               10 PCL-WITHHELD          PIC 9(18).
       01 PCL-I                        PIC 9(4).
       01 PCL-FOUND-IX                 PIC 9(4).
       01 PCL-TOT-HANDS                PIC 9(7).
       01 PCL-TOT-GROSS                PIC 9(18).
       01 PCL-TOT-RAKE                 PIC 9(18).
       01 PCL-TOT-NET                  PIC 9(18).
       01 PCL-TOT-WITHHELD             PIC 9(18).
       01 PCL-REV-HANDS                PIC 9(7).

      * Expected-deck schedule loaded from DECK-SCHEDULE at job start,
      * and the production decks that actually arrived tonight (by
      * header deck name and business date)
       01 SCHED-VALID-SW               PIC X(1) VALUE 'Y'.
          88 SCHED-VALID                 VALUE 'Y'.
          88 SCHED-INVALID               VALUE 'N'.
       01 SCHED-LOADED-SW              PIC X(1) VALUE 'N'.
          88 SCHED-LOADED                VALUE 'Y'.
          88 SCHED-NOT-LOADED            VALUE 'N'.
       01 SCHED-COUNT                  PIC 9(4) VALUE 0.
       01 SCHED-TABLE.
           05 SCHED-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SCHED-COUNT.
               10 SCHED-TBL-DATE        PIC X(8).
               10 SCHED-TBL-DECK        PIC X(30).
               10 SCHED-TBL-DUE         PIC X(8).
               10 SCHED-TBL-ARRIVED     PIC X(1).
       01 SCHED-I                      PIC 9(4).
       01 SCHED-FOUND-IX               PIC 9(4).
       01 ARR-COUNT                    PIC 9(4) VALUE 0.
       01 ARR-TABLE.
           05 ARR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ARR-COUNT.
               10 ARR-TBL-DATE          PIC X(8).
               10 ARR-TBL-DECK          PIC X(30).
       01 ARR-I                        PIC 9(4).
       01 ARR-FOUND-IX                 PIC 9(4).
       01 SCHED-MISSING-COUNT          PIC 9(4) VALUE 0.
       01 SCHED-LATE-COUNT             PIC 9(4) VALUE 0.
       01 SCHED-UNEXP-COUNT            PIC 9(4) VALUE 0.
       01 SCHED-LINE-TXT               PIC X(12).

      * Double-settlement guard - a production deck/part whose header
      * deck and business date already have hands in the history
      * master is refused, unless it is the deck/part an abended
      * submission left in flight (resumed window or part checkpoint
      * still INPROG) and it has not been reversed since
       01 DUP-GUARD-SW                 PIC X(1) VALUE 'N'.
          88 DUP-GUARD-EXEMPT            VALUE 'Y'.
          88 DUP-GUARD-ON                VALUE 'N'.
       01 DUP-CKPT-STATUS              PIC X(8).
       01 SETTLED-BEFORE-SW            PIC X(1).
          88 PART-SETTLED-BEFORE         VALUE 'Y' 'R'.
          88 PART-REVERSED-BEFORE        VALUE 'R'.
          88 PART-NOT-SETTLED-BEFORE     VALUE 'N'.

      * Player surveillance - the rolling window of business dates
      * (SURV-WINDOW-DAYS back from tonight, zero meaning no pass),
      * what counts as a top finish, and the thresholds past which an
      * account is flagged, all from params.txt. Rates are only
      * judged once an account has SURV-MIN-HANDS hands in the window
       01 SURV-WINDOW-DAYS             PIC 9(4)  VALUE 30.
       01 SURV-TOP-N                   PIC 9(2)  VALUE 3.
       01 SURV-MIN-HANDS               PIC 9(6)  VALUE 10.
       01 SURV-TOPN-PCT                PIC 9(3)  VALUE 50.
       01 SURV-SHARE-BP                PIC 9(5)  VALUE 1000.
       01 SURV-QUADS-PCT               PIC 9(3)  VALUE 20.
       01 SURV-RUN-NUM                 PIC 9(8).
       01 SURV-FROM-NUM                PIC 9(8).
       01 SURV-FROM-DATE               PIC X(8).
      * Every deck/part settled in the window, in history key order,
      * with its highest rank - the top N finish above MAX - N
       01 SURV-GRP-COUNT               PIC 9(4) VALUE 0.
       01 SURV-GRP-TABLE.
           05 SURV-GRP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SURV-GRP-COUNT.
               10 SURV-GRP-DATE         PIC X(8).
               10 SURV-GRP-DECK         PIC X(30).
               10 SURV-GRP-PART         PIC X(1).
               10 SURV-GRP-MAX          PIC 9(16).
       01 SURV-GX                      PIC 9(4).
       01 SURV-CUR-MAX                 PIC 9(16).
       01 SURV-CUR-DATE                PIC X(8).
       01 SURV-CUR-DECK                PIC X(30).
       01 SURV-CUR-PART                PIC X(1).
       01 SURV-GRP-FULL-SW             PIC X(1).
          88 SURV-GRP-FULL               VALUE 'Y'.
          88 SURV-GRP-NOT-FULL           VALUE 'N'.
      * One row per player account, in PLAYER-ACCT-TABLE order
       01 SURV-ACCT-TABLE.
           05 SURV-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PLAYER-ACCT-COUNT.
               10 SV-HANDS              PIC 9(7).
               10 SV-TOPN               PIC 9(7).
               10 SV-QUADS              PIC 9(7).
               10 SV-NET                PIC 9(18).
               10 SV-TOPN-PCT           PIC 9(3).
               10 SV-SHARE-BP           PIC 9(5).
               10 SV-QUADS-PCT          PIC 9(3).
               10 SV-FLAG-TOPN          PIC X(1).
               10 SV-FLAG-SHARE         PIC X(1).
               10 SV-FLAG-QUADS         PIC X(1).
               10 SV-FLAG-STATUS        PIC X(1).
               10 SV-FLAG-COUNT         PIC 9(1).
               10 SV-SCORE              PIC 9(7).
               10 SV-LISTED             PIC X(1).
       01 SURV-TOTAL-NET               PIC 9(18).
       01 SURV-TOTAL-HANDS             PIC 9(9).
       01 SURV-ACTIVE-COUNT            PIC 9(4).
       01 SURV-FLAGGED-COUNT           PIC 9(4).
       01 SURV-RANK                    PIC 9(4).
       01 SURV-BEST-IX                 PIC 9(4).
       01 SURV-BEST-SCORE              PIC 9(7).
       01 SURV-FLAG-TXT.
           05 SURV-FLAG-TXT-1           PIC X(7).
           05 SURV-FLAG-TXT-2           PIC X(7).
           05 SURV-FLAG-TXT-3           PIC X(7).
           05 SURV-FLAG-TXT-4           PIC X(10).

      * Tax withholding control loaded from TAX-CONTROL at job start.
      * A present file must carry both keys and validate whole or
      * nothing runs; an absent one means nothing is withheld
       01 TAX-VALID-SW                 PIC X(1) VALUE 'Y'.
          88 TAX-VALID                   VALUE 'Y'.
          88 TAX-INVALID                 VALUE 'N'.
       01 TAX-LOADED-SW                PIC X(1) VALUE 'N'.
          88 TAX-LOADED                  VALUE 'Y'.
          88 TAX-NOT-LOADED              VALUE 'N'.
       01 TAX-THRESHOLD                PIC 9(8)  VALUE 0.
       01 TAX-RATE-BP                  PIC 9(5)  VALUE 0.
       01 TAX-NUM                      PIC 9(8).
       01 TAX-LINE-COUNT               PIC 9(4)  VALUE 0.
      * Year-end statement run - the tax year's first and last
      * business dates, the output file names, one row per player
      * account in PLAYER-ACCT-TABLE order, and the transmittal totals
       01 TAX-YEAR                     PIC X(4).
       01 TAX-FROM-DATE                PIC X(8).
       01 TAX-TO-DATE                  PIC X(8).
       01 TAX-STMT-FILE-NAME           PIC X(30).
       01 TAX-XMIT-FILE-NAME           PIC X(30).
       01 TAX-UNREG-FILE-NAME          PIC X(30).
       01 TAX-ACCT-TABLE.
           05 TAX-ACCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PLAYER-ACCT-COUNT.
               10 TX-HANDS              PIC 9(7).
               10 TX-GROSS              PIC 9(18).
               10 TX-NET                PIC 9(18).
               10 TX-REP-COUNT          PIC 9(7).
               10 TX-REP-GROSS          PIC 9(18).
               10 TX-WITHHELD           PIC 9(18).
       01 TX-STMT-COUNT                PIC 9(6).
       01 TX-REP-ACCTS                 PIC 9(6).
       01 TX-TOT-REP-COUNT             PIC 9(7).
       01 TX-TOT-REP-GROSS             PIC 9(18).
       01 TX-TOT-WITHHELD              PIC 9(18).
       01 TX-UNREG-COUNT               PIC 9(7).
       01 TX-UNREG-GROSS               PIC 9(18).
       01 TX-UNREG-WITHHELD            PIC 9(18).
       01 TX-ALL-WITHHELD              PIC 9(18).
       01 TX-REV-SKIPPED               PIC 9(7).
       01 TX-ACCT-IX                   PIC 9(4).
       01 TX-LINE-LABEL                PIC X(32).
       01 TX-LINE-AMT                  PIC 9(18).
       01 TX-AMT-ED                    PIC Z(17)9.
      * Originally-bad hand IDs already repaired - seeded from the
      * audit trail's REPAIR=Y lines (which carry BAD=) before the
      * corrections file is read, and extended as tonight's repairs
          05 LAST-CKPT-RECON-COUNT-OUT PIC 9(8).
          05 LAST-CKPT-RECON-SCORE-OUT PIC 9(10).
          05 LAST-CKPT-RAKE-TOTAL      PIC 9(18).
          05 LAST-CKPT-WITHHELD-TOTAL  PIC 9(18).

       01 BAD-HANDS-FILE-NAME          PIC X(30).
       01 HAND-REPORT-FILE-NAME        PIC X(30).
       01 HAND-RAKE                    PIC 9(18).
       01 HAND-NET                     PIC 9(18).
       01 RAKE-TOTAL                   PIC 9(18) VALUE 0.
      * Tax withholding - a hand whose net after rake reaches the
      * tax.txt threshold is a reportable win and has the tax.txt
      * rate withheld from it, truncated like the rake, before the
      * net goes on the feed. WITHHELD-TOTAL is the deck/part's sum
      * of exactly those per-hand figures
       01 HAND-WITHHELD                PIC 9(18).
       01 HAND-TAX-SW                  PIC X(1).
          88 HAND-REPORTABLE             VALUE 'Y'.
          88 HAND-NOT-REPORTABLE         VALUE ' '.
       01 WITHHELD-TOTAL               PIC 9(18) VALUE 0.

      * Input validation and duplicate-hand detection
       01 HAND-VALID-SW                PIC X(1).
      * night's real scoring of that deck/part; SPACES (appended and
      * invisible) for production runs
       01 AUDIT-WHATIF-TAG              PIC X(9) VALUE SPACES.
      * Timestamp prefix (CCYY-MM-DD HH:MM:SS) for audit lines written
      * by the ledger and account-control passes - the same shape
      * the deck/part writers STRING together inline, so every audit
      * line still carries its first token in column 21
       01 AUDIT-STAMP                   PIC X(19).

       PROCEDURE DIVISION.
           DISPLAY 'For the sand!'.
               STOP RUN
           END-IF

      * Player master maintenance - tonight's add/register/unregister/
      * rename/status transactions, edited against the master just
      * loaded, then players.txt rewritten and reloaded so the batch
      * window settles against the changed master
           PERFORM run-player-maintenance

           IF PLAYER-MASTER-INVALID
               DISPLAY "*** players.txt FAILED VALIDATION AFTER ",
                       "MAINTENANCE - JOB TERMINATED BEFORE ANY ",
                       "DECK WAS TOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM load-runtime-params

           IF PARAMS-INVALID
               STOP RUN
           END-IF

      * Tax withholding control - ahead of the chart of accounts, which
      * needs a tax liability account only while withholding is on
           PERFORM load-tax-control

           IF TAX-INVALID
               DISPLAY "*** tax.txt FAILED VALIDATION - JOB ",
                       "TERMINATED BEFORE ANY DECK WAS TOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM load-chart-of-accounts

           IF COA-INVALID
               DISPLAY "*** coa.txt FAILED VALIDATION - JOB ",
                       "TERMINATED BEFORE ANY DECK WAS TOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM load-period-control

           IF PERIOD-INVALID
               DISPLAY "*** periods.txt FAILED VALIDATION - JOB ",
                       "TERMINATED BEFORE ANY DECK WAS TOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Accounting period close and re-open - tonight's transactions
      * are applied before the window, so a period closed tonight is
      * already locked against tonight's decks, repairs, approvals
      * and reversals
           PERFORM run-period-close

           PERFORM load-deck-schedule

           IF SCHED-INVALID
               DISPLAY "*** deckschedule.txt FAILED VALIDATION - JOB ",
                       "TERMINATED BEFORE ANY DECK WAS TOUCHED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * Pre-flight go/no-go over every DECKLIST entry before the
      * batch window opens - each named deck file must exist, be
      * readable and be non-empty, and decks.txt must carry no
           OPEN EXTEND AUDIT-LOG
           OPEN EXTEND BATCH-CHECKPOINT

      * GL journal work file stays open from here until the journal
      * is released, taking the window's, reversals' and repairs'
      * lines alike
           PERFORM open-gl-work

      * Echo the tunables this run will actually use into the audit
      * trail, so a night run under a loosened reject limit or a
      * coarser checkpoint says so on the record
                                   DECK-REC
                           IF DECK-REC = BATCH-RESUME-DECK
                               SET BATCH-SKIP-DONE TO TRUE
      * The next deck is the one the abended submission had in flight
      * - its parts may already be partly on the history master
                               SET DUP-GUARD-EXEMPT TO TRUE
                           END-IF
                       ELSE
                           PERFORM process-one-deck
                           SET DUP-GUARD-ON TO TRUE
                           PERFORM write-deck-journal
                           PERFORM write-batch-checkpoint-record
                       END-IF
               END-READ
               CLOSE BATCH-CHECKPOINT
           END-IF.

      * Arrivals against the expected-deck schedule - decks missing,
      * late or not expected at all - while the audit trail is open
           PERFORM run-deck-schedule-check.

      * Voids of already-settled deck/parts named in reversal.txt -
      * while the audit trail is still open from the window, and
      * ahead of the batch summary so the night's totals show them
           PERFORM run-reversals.

           PERFORM write-batch-rollup.

           CLOSE AUDIT-LOG.
      * the system or a rerun that disturbs settled ranks
           PERFORM run-repairs.

      * Second-signature decisions on payouts held over the hold
      * threshold - approved hands go out on the supplemental feed
      * ahead of the cage transactions, so a same-night cash-out sees
      * them
           PERFORM run-approvals.

      * Cage cash-outs and manual adjustments against the player
      * ledger - after tonight's settlements and repairs have posted
      * their credits, so a same-night cash-out sees tonight's winnings
           PERFORM run-ledger-transactions.

      * Unclaimed winnings - register entries whose hand has since
      * been registered are released to the player, entries past the
      * holding period are remitted to the state, and the rest are
      * aged onto the dormancy report
           PERFORM run-unclaimed.

      * Player surveillance - win concentration by account over the
      * rolling window, tonight's settlements included, as a ranked
      * exception list for the security office's morning review
           PERFORM run-surveillance.

      * GL journal for the whole window - proved to net to zero
      * before it is released to the GL team, or held back whole
           PERFORM release-gl-journal.

      * Ad-hoc what-if scoring - runs after the regular batch window.
      * Both scoring passes write to wif*-prefixed scratch files, so
      * the night's own settlement feed, handlook and checkpoint
      * per-deck/part file names
           PERFORM run-inquiries.

      * Month-end player statements, when statement.txt asks for a
      * month - opening balance, the month's winnings by night and
      * deck/part, cash-outs, adjustments and closing balance
           PERFORM run-statements.

      * Year-end winnings statements, when taxyear.txt asks for a tax
      * year - one statement per account, the transmittal summary for
      * the tax authority, and unregistered reportable wins for
      * follow-up
           PERFORM run-tax-year-end.

      * Run-over-run trend pass - tonight's per-deck/part RECS and
      * WINNINGS against that deck/part's audit-trail history, so a
      * deck suddenly paying double is flagged tonight instead of
      * Answers one INQUIRY-CONTROL line. A deck field starting
      * "DATE=" asks the permanent settlement history master for that
      * business date (optionally narrowed by part and/or hand ID);
      * "ACCT=" asks the player ledger for that account's balance;
      * anything else is the classic single-hand lookup against the
      * deck/part's keyed lookup file - INVALID KEY covers both an
      * unknown hand and a deck/part that was never run (OPTIONAL
      * file, empty on OPEN)
      *========================================================================
       process-one-inquiry.
           EVALUATE TRUE
               WHEN INQ-DECK(1:5) = "DATE="
                   PERFORM process-date-inquiry
               WHEN INQ-DECK(1:5) = "ACCT="
                   PERFORM process-acct-inquiry
               WHEN OTHER
                   PERFORM process-hand-inquiry
           END-EVALUATE.

      *========================================================================
      * Classic single-hand lookup against the deck/part's keyed
      * lookup file
      *========================================================================
       process-hand-inquiry.
           MOVE INQ-DECK TO DECK-REC
           MOVE INQ-PART TO PART
           PERFORM build-handlook-name

           OPEN INPUT HANDLOOK
           MOVE INQ-HAND-ID TO LOOK-HAND-ID
           READ HANDLOOK
               INVALID KEY
                   DISPLAY "Inquiry: hand ", INQ-HAND-ID,
                           " NOT FOUND in ", HANDLOOK-FILE-NAME
               NOT INVALID KEY
                   DISPLAY "Inquiry: hand ", INQ-HAND-ID,
                           " deck=", INQ-DECK,
                           " part=", INQ-PART,
                           " POWER=", LOOK-POWER,
                           " RANK=", LOOK-RANK,
                           " WINNINGS=", LOOK-WINNINGS
           END-READ
           CLOSE HANDLOOK.

      *========================================================================
      * Answers "what does this account have coming" - the running
      * player ledger balance, worked out from every posting on file
      *========================================================================
       process-acct-inquiry.
           MOVE INQ-DECK(6:8) TO LEDGER-BAL-ACCT
           OPEN INPUT PLAYER-LEDGER
           PERFORM compute-ledger-balance
           CLOSE PLAYER-LEDGER
           MOVE LEDGER-BALANCE TO STMT-BAL-ED
           DISPLAY "Inquiry: account ", LEDGER-BAL-ACCT,
                   " ledger balance ", STMT-BAL-ED.

      *========================================================================
      * Walks the settlement history master forward from the asked-
                       " GROSS=", HIST-GROSS,
                       " RAKE=", HIST-RAKE,
                       " NET=", HIST-NET
               IF HIST-REVERSED
                   DISPLAY "History:   REVERSED ON ", HIST-REV-DATE,
                           " REASON ", HIST-REV-REASON
               END-IF
           END-IF.

      *========================================================================
               END-IF
           END-IF

      * The deck's header ties the corrected hand to its night - and
      * a deck/part reversed for that night is a voided game, with
      * nothing left in it to repair
           IF REPAIR-OK
               PERFORM read-repair-business-date
           END-IF

      * A repair changes the figures of its deck/part's business
      * date - refused once accounting has closed that date's period
           IF REPAIR-OK
               MOVE REPAIR-BUS-DATE TO PER-LOOK-DATE
               PERFORM check-period-closed
               IF PERIOD-LOCKED
                   SET REPAIR-NOT-OK TO TRUE
                   MOVE "REPAIR"  TO PER-LOCK-SOURCE
                   MOVE RP-DECK   TO PER-LOCK-DECK
                   MOVE RP-PART   TO PER-LOCK-PART
                   MOVE RP-NEW-ID TO PER-LOCK-HAND
                   PERFORM refuse-period-lock
               END-IF
           END-IF

           IF REPAIR-OK
               PERFORM check-repair-bad-hand
           END-IF
               PERFORM settle-repair-hand
           END-IF.

      *========================================================================
      * Takes the business date off the deck's header record into
      * REPAIR-BUS-DATE, and refuses the repair if there is none or
      * if the deck/part has been reversed for that date
      *========================================================================
       read-repair-business-date.
           MOVE SPACES TO REPAIR-BUS-DATE
           OPEN INPUT CARDS
           IF CARDS-STATUS = "00"
               READ CARDS
                   AT END CONTINUE
                   NOT AT END
                       IF IN-CTL-TYPE = "H" AND IN-CTL-FILL-1 = SPACE
                           MOVE IN-HDR-DATE TO REPAIR-BUS-DATE
                       END-IF
               END-READ
               CLOSE CARDS
           END-IF

           IF REPAIR-BUS-DATE IS NOT NUMERIC
               SET REPAIR-NOT-OK TO TRUE
               DISPLAY "*** REPAIR SKIPPED - NO BUSINESS DATE ON ",
                       "THE DECK HEADER ***"
           ELSE
               MOVE REPAIR-BUS-DATE TO DECK-BUSINESS-DATE
               PERFORM check-part-settled-before
               IF PART-REVERSED-BEFORE
                   SET REPAIR-NOT-OK TO TRUE
                   DISPLAY "*** REPAIR SKIPPED - DECK/PART WAS ",
                           "REVERSED FOR ", REPAIR-BUS-DATE, " ***"
               END-IF
           END-IF.

      *========================================================================
      * Walks the audit trail once and records every deck/part/bad-ID
      * already settled by a repair (REPAIR=Y lines carry BAD=), so
      * existing ranking and writes the supplemental handlook entry
      * and settlement feed record. The handlook WRITE doubles as the
      * last line of defence - a corrected ID that was already
      * settled bounces off INVALID KEY instead of being paid twice.
      * A corrected payout over the hold threshold goes to pending.dat
      * for a second signature instead, held under tonight's date
      *========================================================================
       settle-repair-hand.
           MOVE RP-NEW-ID    TO IN-HAND-ID
           CLOSE HANDLOOK

           IF REPAIR-OK
               PERFORM check-payout-hold
               IF HAND-HELD
                   PERFORM build-audit-stamp
                   MOVE RP-NEW-ID        TO PEND-HAND-ID
                   MOVE REPAIR-RANK      TO PEND-RANK
                   MOVE RP-NEW-SCORE     TO PEND-SCORE
                   MOVE REPAIR-NEW-POWER TO PEND-POWER
                   MOVE RUN-DATE         TO PEND-DATE
                   MOVE REPAIR-BUS-DATE  TO PEND-ORIG-DATE
                   OPEN I-O PENDING-FILE
                   PERFORM hold-hand-for-approval
                   CLOSE PENDING-FILE
               ELSE
                   PERFORM write-supp-settlement
                   PERFORM post-repair-ledger
                   PERFORM write-repair-history
                   PERFORM write-repair-journal
               END-IF
               PERFORM write-repair-audit-line
      * Remember the settled bad ID, so a second corrections line
      * naming it - tonight or any later night - is refused
               MOVE RP-PART   TO RFIX-ADD-PART
               MOVE RP-BAD-ID TO RFIX-ADD-BAD
               PERFORM note-repaired-bad-id
               IF HAND-HELD
                   DISPLAY "Repair held for approval: hand ",
                           RP-NEW-ID, " RANK=", REPAIR-RANK,
                           " PAYOUT=", REPAIR-PAYOUT
               ELSE
                   DISPLAY "Repair settled: hand ", RP-NEW-ID,
                           " RANK=", REPAIR-RANK,
                           " PAYOUT=", REPAIR-PAYOUT
               END-IF
           END-IF.

      *========================================================================
           MOVE REPAIR-PAYOUT TO SUPP-SETL-PAYOUT
           MOVE HAND-RAKE     TO SUPP-SETL-RAKE
           MOVE HAND-NET      TO SUPP-SETL-NET
           MOVE HAND-WITHHELD TO SUPP-SETL-WITHHELD
           MOVE " " TO SUPP-SETL-FILL-1
           MOVE " " TO SUPP-SETL-FILL-2
           MOVE " " TO SUPP-SETL-FILL-3
           MOVE " " TO SUPP-SETL-FILL-4
           MOVE " " TO SUPP-SETL-FILL-5
           MOVE " " TO SUPP-SETL-FILL-6
           WRITE SUPP-SETL-REC
           CLOSE SUPP-SETTLEMENT.

      *========================================================================
      * Appends the repaired hand to the permanent settlement history
      * master, stamped with the repair run's own date - the payout
      * happened tonight, not on the deck's original business date,
      * which goes on the record as its ORIG-DATE
      *========================================================================
       write-repair-history.
           ACCEPT AUDIT-TODAY FROM DATE
           MOVE REPAIR-PAYOUT    TO HIST-GROSS
           MOVE HAND-RAKE        TO HIST-RAKE
           MOVE HAND-NET         TO HIST-NET
           MOVE RP-NEW-SCORE     TO HIST-SCORE
           MOVE HAND-WITHHELD    TO HIST-WITHHELD
           MOVE HAND-TAX-SW      TO HIST-TAX-SW
           MOVE REPAIR-BUS-DATE  TO HIST-ORIG-DATE
           OPEN I-O SETTLE-HIST
           PERFORM write-settlement-history
           CLOSE SETTLE-HIST.

      *========================================================================
      * Credits a repaired hand's net to its owning account on the
      * player ledger, under tonight's date like its history record -
      * a corrected hand that is unregistered, or registered to a
      * closed account, goes on the unclaimed register instead
      *========================================================================
       post-repair-ledger.
           MOVE RP-NEW-ID TO ROLLUP-HAND-ID
           PERFORM find-payable-account
           IF PA-FOUND-IX > 0
               PERFORM build-audit-stamp
               MOVE PA-TBL-ACCT(PA-FOUND-IX) TO LEDG-ACCT
               MOVE RUN-DATE                 TO LEDG-DATE
               SET LEDG-REPAIR-WIN           TO TRUE
               MOVE DECK-REC                 TO LEDG-DECK
               MOVE PART                     TO LEDG-PART
               MOVE RP-NEW-ID                TO LEDG-REF
               SET LEDG-CREDIT               TO TRUE
               MOVE HAND-NET                 TO LEDG-AMOUNT
               MOVE "REPAIR"                 TO LEDG-OPERATOR
               MOVE "REPAIR SETTLEMENT"      TO LEDG-MEMO
               OPEN I-O PLAYER-LEDGER
               PERFORM write-ledger-posting
               CLOSE PLAYER-LEDGER
           ELSE
               PERFORM build-audit-stamp
               MOVE HAND-NET TO ROLLUP-HAND-NET
               MOVE RUN-DATE TO UNC-DATE
               OPEN I-O UNCLAIMED-REG
               PERFORM register-unclaimed-hand
               CLOSE UNCLAIMED-REG
           END-IF.

      *========================================================================
      * Appends one repair settlement to the run-history audit trail,
      * tagged REPAIR=Y
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Reads APPROVAL-CONTROL, if present, and applies the second
      * signature to one held hand per line. Every line is edited
      * against pending.dat first - a refused line is reported with
      * its reason and the hand stays pending. An approved hand is
      * released through the deck/part's supplemental feed; a
      * declined one is parked with its reason and never paid
      *========================================================================
       run-approvals.
           MOVE 0 TO APPR-READ-COUNT
           MOVE 0 TO APPR-RELEASE-COUNT
           MOVE 0 TO APPR-DECLINE-COUNT
           MOVE 0 TO APPR-REJECT-COUNT
           SET EOF-APPR-FALSE TO TRUE
           OPEN INPUT APPROVAL-CONTROL
           READ APPROVAL-CONTROL
               AT END SET EOF-APPR-TRUE TO TRUE
           END-READ

      * A night with no decisions leaves the last approvals report
      * standing rather than replacing it with an empty one
           IF EOF-APPR-FALSE
               PERFORM build-audit-stamp
               OPEN OUTPUT APPROVAL-REPORT
               MOVE SPACES TO APPROVAL-REPORT-REC
               STRING "PAYOUT APPROVAL RUN " DELIMITED BY SIZE
                      AUDIT-STAMP            DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-REC
               END-STRING
               WRITE APPROVAL-REPORT-REC
               MOVE ALL "=" TO APPROVAL-REPORT-REC
               WRITE APPROVAL-REPORT-REC
               OPEN I-O PENDING-FILE
               OPEN I-O SETTLE-HIST
               OPEN I-O PLAYER-LEDGER
               OPEN I-O UNCLAIMED-REG
               OPEN EXTEND AUDIT-LOG
               PERFORM UNTIL EOF-APPR-TRUE
                   PERFORM process-one-approval
                   READ APPROVAL-CONTROL
                       AT END SET EOF-APPR-TRUE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               CLOSE UNCLAIMED-REG
               CLOSE PLAYER-LEDGER
               CLOSE SETTLE-HIST
               CLOSE PENDING-FILE
               MOVE ALL "-" TO APPROVAL-REPORT-REC
               WRITE APPROVAL-REPORT-REC
               MOVE SPACES TO APPROVAL-REPORT-REC
               STRING "LINES="           DELIMITED BY SIZE
                      APPR-READ-COUNT    DELIMITED BY SIZE
                      " RELEASED="       DELIMITED BY SIZE
                      APPR-RELEASE-COUNT DELIMITED BY SIZE
                      " DECLINED="       DELIMITED BY SIZE
                      APPR-DECLINE-COUNT DELIMITED BY SIZE
                      " REJECTED="       DELIMITED BY SIZE
                      APPR-REJECT-COUNT  DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-REC
               END-STRING
               WRITE APPROVAL-REPORT-REC
               CLOSE APPROVAL-REPORT
               DISPLAY "Payout approvals: released=",
                       APPR-RELEASE-COUNT, " declined=",
                       APPR-DECLINE-COUNT, " rejected=",
                       APPR-REJECT-COUNT
           END-IF
           CLOSE APPROVAL-CONTROL

      * A refused decision leaves a winner unpaid or a hold standing
      * that someone meant to clear - ops must see that on sign-off
           IF APPR-REJECT-COUNT > 0 AND JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "APPROVAL LINE(S) REJECTED - SEE approvals_rpt.txt"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Edits and applies one approval decision. The approver's ID is
      * always required, a decline must carry its reason, and only a
      * hand still waiting on pending.dat can be decided - so the
      * same line keyed twice cannot release a payout twice
      *========================================================================
       process-one-approval.
           ADD 1 TO APPR-READ-COUNT
           MOVE SPACES TO APPR-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT AP-APPROVE AND NOT AP-DECLINE
                   MOVE "DECISION MUST BE A OR D"
                        TO APPR-REJECT-REASON
               WHEN AP-APPROVER = SPACES
                   MOVE "MISSING APPROVER ID" TO APPR-REJECT-REASON
               WHEN AP-DECLINE AND AP-REASON = SPACES
                   MOVE "A DECLINE MUST GIVE A REASON"
                        TO APPR-REJECT-REASON
               WHEN OTHER
                   MOVE AP-DATE    TO PEND-DATE
                   MOVE AP-DECK    TO PEND-DECK
                   MOVE AP-PART    TO PEND-PART
                   MOVE AP-HAND-ID TO PEND-HAND-ID
                   READ PENDING-FILE
                       INVALID KEY
                           MOVE "HAND IS NOT ON THE PENDING FILE"
                                TO APPR-REJECT-REASON
                       NOT INVALID KEY
                           IF NOT PEND-WAITING
                               MOVE "HAND ALREADY DECIDED OR VOIDED"
                                    TO APPR-REJECT-REASON
                           END-IF
                   END-READ
           END-EVALUATE

      * A released hand belongs to its deck/part's business date - a
      * held repair's as much as any other - refused once accounting
      * has closed that period
           IF APPR-REJECT-REASON = SPACES AND AP-APPROVE
               PERFORM resolve-pend-bus-date
               MOVE PEND-BUS-DATE TO PER-LOOK-DATE
               PERFORM check-period-closed
               IF PERIOD-LOCKED
                   MOVE "BUSINESS DATE IN A CLOSED PERIOD"
                        TO APPR-REJECT-REASON
                   MOVE "APPROVAL"   TO PER-LOCK-SOURCE
                   MOVE PEND-DECK    TO PER-LOCK-DECK
                   MOVE PEND-PART    TO PER-LOCK-PART
                   MOVE PEND-HAND-ID TO PER-LOCK-HAND
                   PERFORM refuse-period-lock
               END-IF
           END-IF

           IF APPR-REJECT-REASON NOT = SPACES
               ADD 1 TO APPR-REJECT-COUNT
               DISPLAY "*** APPROVAL REJECTED - DECK ", AP-DECK,
                       " HAND ", AP-HAND-ID, ": ", APPR-REJECT-REASON
               MOVE SPACES TO APPR-OUTCOME-TXT
               STRING "REJECTED - "      DELIMITED BY SIZE
                      APPR-REJECT-REASON DELIMITED BY SIZE
                   INTO APPR-OUTCOME-TXT
               END-STRING
           ELSE
               PERFORM build-audit-stamp
               MOVE RUN-DATE    TO PEND-DECIDED-DATE
               MOVE AP-APPROVER TO PEND-APPROVER
               IF AP-APPROVE
                   PERFORM release-approved-hand
                   SET PEND-APPROVED TO TRUE
                   ADD 1 TO APPR-RELEASE-COUNT
                   MOVE "RELEASED TO SUPPLEMENTAL FEED"
                        TO APPR-OUTCOME-TXT
               ELSE
                   SET PEND-DECLINED TO TRUE
                   MOVE AP-REASON TO PEND-REASON
                   ADD 1 TO APPR-DECLINE-COUNT
                   MOVE "DECLINED - PARKED" TO APPR-OUTCOME-TXT
               END-IF
               REWRITE PEND-REC
               PERFORM write-approval-audit-line
           END-IF

           MOVE SPACES TO APPROVAL-REPORT-REC
           STRING AP-REC           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  APPR-OUTCOME-TXT DELIMITED BY SIZE
               INTO APPROVAL-REPORT-REC
           END-STRING
           WRITE APPROVAL-REPORT-REC.

      *========================================================================
      * Pays one approved hand exactly as the night would have - its
      * supplemental feed record, its history record and ledger
      * credit (or unclaimed register entry) under the business date
      * it was held on, and its own balanced set of journal lines
      *========================================================================
       release-approved-hand.
           MOVE PEND-DECK TO DECK-REC
           MOVE PEND-PART TO PART
           MOVE PEND-DATE TO DECK-BUSINESS-DATE

           PERFORM build-supp-settlement-name
           OPEN EXTEND SUPP-SETTLEMENT
           MOVE PEND-HAND-ID TO SUPP-SETL-HAND-ID
           MOVE PEND-RANK    TO SUPP-SETL-RANK
           MOVE PEND-SCORE   TO SUPP-SETL-SCORE
           MOVE PEND-GROSS   TO SUPP-SETL-PAYOUT
           MOVE PEND-RAKE    TO SUPP-SETL-RAKE
           MOVE PEND-NET     TO SUPP-SETL-NET
           MOVE PEND-WITHHELD TO SUPP-SETL-WITHHELD
           MOVE " " TO SUPP-SETL-FILL-1
           MOVE " " TO SUPP-SETL-FILL-2
           MOVE " " TO SUPP-SETL-FILL-3
           MOVE " " TO SUPP-SETL-FILL-4
           MOVE " " TO SUPP-SETL-FILL-5
           MOVE " " TO SUPP-SETL-FILL-6
           WRITE SUPP-SETL-REC
           CLOSE SUPP-SETTLEMENT

           MOVE PEND-HAND-ID TO ROLLUP-HAND-ID
           MOVE PEND-GROSS   TO ROLLUP-HAND-PAYOUT
           MOVE PEND-RAKE    TO ROLLUP-HAND-RAKE
           MOVE PEND-NET     TO ROLLUP-HAND-NET
           MOVE PEND-WITHHELD TO ROLLUP-HAND-WITHHELD
           PERFORM find-payable-account
           IF PA-FOUND-IX > 0
               PERFORM post-winnings-ledger
           ELSE
               MOVE PEND-DATE TO UNC-DATE
               PERFORM register-unclaimed-hand
           END-IF

           MOVE PEND-DATE    TO HIST-DATE
           MOVE PEND-DECK    TO HIST-DECK
           MOVE PEND-PART    TO HIST-PART
           MOVE PEND-HAND-ID TO HIST-HAND-ID
           MOVE PEND-POWER   TO HIST-POWER
           MOVE PEND-RANK    TO HIST-RANK
           MOVE PEND-GROSS   TO HIST-GROSS
           MOVE PEND-RAKE    TO HIST-RAKE
           MOVE PEND-NET     TO HIST-NET
           MOVE PEND-SCORE   TO HIST-SCORE
           MOVE PEND-WITHHELD TO HIST-WITHHELD
           MOVE PEND-TAX-SW  TO HIST-TAX-SW
           MOVE PEND-ORIG-DATE TO HIST-ORIG-DATE
           PERFORM write-settlement-history

           IF COA-LOADED
               MOVE "APPR"       TO GL-SOURCE
               MOVE PEND-DECK    TO GL-DECK
               MOVE PEND-PART    TO GL-PART
               MOVE PEND-DATE    TO GL-BUS-DATE
               MOVE PEND-GROSS   TO GL-GROSS
               MOVE PEND-RAKE    TO GL-RAKE
               MOVE PEND-NET     TO GL-NET
               MOVE PEND-WITHHELD TO GL-WITHHELD
               MOVE "APPROVED RELEASE" TO GL-DESC
               PERFORM write-settlement-journal
           END-IF.

      *========================================================================
      * Appends one approval decision to the run-history audit trail
      * - which held hand, what was decided and by whom
      *========================================================================
       write-approval-audit-line.
           MOVE SPACES TO AUDIT-LOG-REC
           IF PEND-APPROVED
               STRING AUDIT-STAMP            DELIMITED BY SIZE
                      " APPROVAL RELEASED DATE=" DELIMITED BY SIZE
                      PEND-DATE              DELIMITED BY SIZE
                      " DECK="               DELIMITED BY SIZE
                      PEND-DECK              DELIMITED BY SPACE
                      " PART="               DELIMITED BY SIZE
                      PEND-PART              DELIMITED BY SIZE
                      " HAND="               DELIMITED BY SIZE
                      PEND-HAND-ID           DELIMITED BY SIZE
                      " NET="                DELIMITED BY SIZE
                      PEND-NET               DELIMITED BY SIZE
                      " APPROVER="           DELIMITED BY SIZE
                      PEND-APPROVER          DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
           ELSE
               STRING AUDIT-STAMP            DELIMITED BY SIZE
                      " APPROVAL DECLINED DATE=" DELIMITED BY SIZE
                      PEND-DATE              DELIMITED BY SIZE
                      " DECK="               DELIMITED BY SIZE
                      PEND-DECK              DELIMITED BY SPACE
                      " PART="               DELIMITED BY SIZE
                      PEND-PART              DELIMITED BY SIZE
                      " HAND="               DELIMITED BY SIZE
                      PEND-HAND-ID           DELIMITED BY SIZE
                      " APPROVER="           DELIMITED BY SIZE
                      PEND-APPROVER          DELIMITED BY SIZE
                      " REASON="             DELIMITED BY SIZE
                      PEND-REASON            DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
           END-IF
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Voids every hand of the deck/part being reversed still
      * waiting on pending.dat - a voided game has nothing to approve.
      * A repaired hand held later sits under the night it was held,
      * so the walk runs on to the end of the file
      *========================================================================
       void-pending-for-reversal.
           OPEN I-O PENDING-FILE
           MOVE RV-DATE    TO PEND-DATE
           MOVE RV-DECK    TO PEND-DECK
           MOVE RV-PART    TO PEND-PART
           MOVE LOW-VALUES TO PEND-HAND-ID
           SET EOF-PEND-FALSE TO TRUE
           START PENDING-FILE KEY >= PEND-KEY
               INVALID KEY SET EOF-PEND-TRUE TO TRUE
           END-START
           PERFORM UNTIL EOF-PEND-TRUE
               READ PENDING-FILE NEXT RECORD
                   AT END SET EOF-PEND-TRUE TO TRUE
                   NOT AT END
                       PERFORM resolve-pend-bus-date
                       IF PEND-BUS-DATE = RV-DATE
                           AND PEND-DECK = RV-DECK
                           AND PEND-PART = RV-PART
                           IF PEND-WAITING
                               SET PEND-VOIDED TO TRUE
                               MOVE RUN-DATE  TO PEND-DECIDED-DATE
                               MOVE SPACES    TO PEND-REASON
                               STRING "REVERSED " DELIMITED BY SIZE
                                      RV-REASON   DELIMITED BY SIZE
                                  INTO PEND-REASON
                               END-STRING
                               REWRITE PEND-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

      *========================================================================
      * Reads REVERSAL-CONTROL, if present, and backs out one settled
      * deck/part per line - a reversal feed for the GL posting job,
      * the history records marked reversed (never deleted), the
      * owning accounts debited on the player ledger, a reversal
      * player rollup and a REVERSED line on the audit trail. Runs
      * with the audit trail still open from the batch window, ahead
      * of the batch summary that has to show it
      *========================================================================
       run-reversals.
           MOVE 0 TO REV-COUNT
           SET EOF-REVCTL-FALSE TO TRUE
           OPEN INPUT REVERSAL-CONTROL
           PERFORM UNTIL EOF-REVCTL-TRUE
               READ REVERSAL-CONTROL
                   AT END SET EOF-REVCTL-TRUE TO TRUE
                   NOT AT END PERFORM process-one-reversal
               END-READ
           END-PERFORM
           CLOSE REVERSAL-CONTROL.

      *========================================================================
      * Edits one reversal line and applies it. The business date's
      * period must still be open, the deck/part must have settled
      * hands on file under that business date, and none of them may
      * be reversed already - a second reversal would back the same
      * money out twice
      *========================================================================
       process-one-reversal.
           MOVE RV-DECK TO DECK-REC
           MOVE RV-PART TO PART
           DISPLAY "Reversal: deck=", RV-DECK, " part=", RV-PART,
                   " date=", RV-DATE, " reason=", RV-REASON
           SET REVERSAL-OK TO TRUE
           MOVE SPACES TO REV-REFUSE-REASON
           SET PERIOD-NOT-LOCKED TO TRUE
           IF RV-DATE IS NUMERIC
               MOVE RV-DATE TO PER-LOOK-DATE
               PERFORM check-period-closed
           END-IF

           EVALUATE TRUE
               WHEN RV-DECK = SPACES
                   MOVE "MISSING DECK NAME" TO REV-REFUSE-REASON
               WHEN RV-PART = SPACE
                   MOVE "MISSING PART" TO REV-REFUSE-REASON
               WHEN RV-DATE IS NOT NUMERIC
                   MOVE "BUSINESS DATE MUST BE CCYYMMDD"
                        TO REV-REFUSE-REASON
               WHEN RV-REASON = SPACES
                   MOVE "MISSING REASON CODE" TO REV-REFUSE-REASON
               WHEN REV-COUNT >= 2000
                   MOVE "REVERSAL TABLE FULL" TO REV-REFUSE-REASON
               WHEN PERIOD-LOCKED
                   MOVE "BUSINESS DATE IN A CLOSED PERIOD"
                        TO REV-REFUSE-REASON
                   MOVE "REVERSAL" TO PER-LOCK-SOURCE
                   MOVE RV-DECK    TO PER-LOCK-DECK
                   MOVE RV-PART    TO PER-LOCK-PART
                   MOVE SPACES     TO PER-LOCK-HAND
                   PERFORM refuse-period-lock
               WHEN OTHER
                   PERFORM count-reversal-hands
                   IF REV-HAND-COUNT = 0
                       MOVE "DECK/PART NOT SETTLED ON THAT DATE"
                            TO REV-REFUSE-REASON
                   END-IF
                   IF REV-DONE-COUNT > 0
                       MOVE "DECK/PART ALREADY REVERSED"
                            TO REV-REFUSE-REASON
                   END-IF
           END-EVALUATE

           IF REV-REFUSE-REASON NOT = SPACES
               SET REVERSAL-NOT-OK TO TRUE
               PERFORM refuse-reversal
           ELSE
               PERFORM apply-reversal
           END-IF.

      *========================================================================
      * Counts the deck/part's history records belonging to the
      * business date, and how many already carry the reversed mark
      *========================================================================
       count-reversal-hands.
           MOVE 0 TO REV-HAND-COUNT
           MOVE 0 TO REV-DONE-COUNT
           OPEN INPUT SETTLE-HIST
           PERFORM start-reversal-hist
           PERFORM read-next-reversal-hist
           PERFORM UNTIL EOF-HIST-TRUE
               ADD 1 TO REV-HAND-COUNT
               IF HIST-REVERSED
                   ADD 1 TO REV-DONE-COUNT
               END-IF
               PERFORM read-next-reversal-hist
           END-PERFORM
           CLOSE SETTLE-HIST.

      *========================================================================
      * Positions the history master on the first hand of the
      * deck/part being reversed. A hand repaired later is dated the
      * night it was paid, so the walk runs on from here to the end
      * of the master rather than stopping with the business date
      *========================================================================
       start-reversal-hist.
           MOVE RV-DATE    TO HIST-DATE
           MOVE RV-DECK    TO HIST-DECK
           MOVE RV-PART    TO HIST-PART
           MOVE LOW-VALUES TO HIST-HAND-ID
           START SETTLE-HIST KEY >= HIST-KEY
               INVALID KEY
                   SET EOF-HIST-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-HIST-FALSE TO TRUE
           END-START.

      *========================================================================
      * Reads on to the next history record of the deck/part being
      * reversed that belongs to its business date - whether paid
      * that night, released from a hold or repaired since - passing
      * over every other record
      *========================================================================
       read-next-reversal-hist.
           SET REV-HIST-NOT-FOUND TO TRUE
           PERFORM UNTIL EOF-HIST-TRUE OR REV-HIST-FOUND
               READ SETTLE-HIST NEXT RECORD
                   AT END SET EOF-HIST-TRUE TO TRUE
                   NOT AT END
                       IF HIST-DECK = RV-DECK AND HIST-PART = RV-PART
                           PERFORM resolve-hist-bus-date
                           IF HIST-BUS-DATE = RV-DATE
                               SET REV-HIST-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *========================================================================
      * Backs the deck/part out hand by hand, then writes its reversal
      * rollup and audit line and records it for the batch summary
      *========================================================================
       apply-reversal.
           MOVE 0 TO REV-GROSS
           MOVE 0 TO REV-RAKE
           MOVE 0 TO REV-NET
           MOVE 0 TO REV-WITHHELD
           PERFORM build-audit-stamp
           PERFORM build-rev-settlement-name
           PERFORM build-reversal-rollup-name
           PERFORM init-player-rollup

           OPEN OUTPUT REV-SETTLEMENT
           OPEN I-O SETTLE-HIST
           OPEN I-O PLAYER-LEDGER
           OPEN I-O UNCLAIMED-REG
           PERFORM start-reversal-hist
           PERFORM read-next-reversal-hist
           PERFORM UNTIL EOF-HIST-TRUE
               PERFORM reverse-one-history-hand
               PERFORM read-next-reversal-hist
           END-PERFORM
           CLOSE UNCLAIMED-REG
           CLOSE PLAYER-LEDGER
           CLOSE SETTLE-HIST
           CLOSE REV-SETTLEMENT
           PERFORM void-pending-for-reversal

           PERFORM write-player-rollup
           OPEN EXTEND PLAYER-ROLLUP
           MOVE SPACES TO PLAYER-ROLLUP-REC
           STRING "REVERSAL OF BUSINESS DATE " DELIMITED BY SIZE
                  RV-DATE                      DELIMITED BY SIZE
                  " REASON "                   DELIMITED BY SIZE
                  RV-REASON                    DELIMITED BY SIZE
                  " - EVERY AMOUNT ABOVE IS BACKED OUT"
                                               DELIMITED BY SIZE
               INTO PLAYER-ROLLUP-REC
           END-STRING
           WRITE PLAYER-ROLLUP-REC
           CLOSE PLAYER-ROLLUP

           ADD 1 TO REV-COUNT
           MOVE RV-DECK        TO REV-TBL-DECK(REV-COUNT)
           MOVE RV-PART        TO REV-TBL-PART(REV-COUNT)
           MOVE RV-DATE        TO REV-TBL-DATE(REV-COUNT)
           MOVE RV-REASON      TO REV-TBL-REASON(REV-COUNT)
           MOVE REV-HAND-COUNT TO REV-TBL-HANDS(REV-COUNT)
           MOVE REV-GROSS      TO REV-TBL-GROSS(REV-COUNT)
           MOVE REV-RAKE       TO REV-TBL-RAKE(REV-COUNT)
           MOVE REV-NET        TO REV-TBL-NET(REV-COUNT)

           PERFORM write-reversal-audit-line
           PERFORM write-reversal-journal
           DISPLAY "Reversal applied: ", REV-HAND-COUNT,
                   " hand(s) GROSS=", REV-GROSS, " RAKE=", REV-RAKE,
                   " NET=", REV-NET, " WITHHELD=", REV-WITHHELD,
                   " -> ", REV-SETTLEMENT-FILE-NAME.

      *========================================================================
      * Backs out one hand - its reversal feed record, the reversed
      * mark on its history record (stamped with tonight's date and
      * the reason code), its unclaimed register entry if it has one
      * still open, and its share of the reversal rollup
      *========================================================================
       reverse-one-history-hand.
           MOVE HIST-HAND-ID TO REV-SETL-HAND-ID
           MOVE HIST-RANK    TO REV-SETL-RANK
           MOVE HIST-SCORE   TO REV-SETL-SCORE
           MOVE HIST-GROSS   TO REV-SETL-PAYOUT
           MOVE HIST-RAKE    TO REV-SETL-RAKE
           MOVE HIST-NET     TO REV-SETL-NET
           MOVE HIST-WITHHELD TO REV-SETL-WITHHELD
           MOVE " " TO REV-SETL-FILL-1
           MOVE " " TO REV-SETL-FILL-2
           MOVE " " TO REV-SETL-FILL-3
           MOVE " " TO REV-SETL-FILL-4
           MOVE " " TO REV-SETL-FILL-5
           MOVE " " TO REV-SETL-FILL-6
           WRITE REV-SETL-REC
           ADD HIST-GROSS TO REV-GROSS
           ADD HIST-RAKE  TO REV-RAKE
           ADD HIST-NET   TO REV-NET
           ADD HIST-WITHHELD TO REV-WITHHELD

           SET HIST-REVERSED TO TRUE
           MOVE RUN-DATE  TO HIST-REV-DATE
           MOVE RV-REASON TO HIST-REV-REASON
           REWRITE HIST-REC
               INVALID KEY
                   DISPLAY "*** REVERSAL COULD NOT MARK HISTORY FOR ",
                           "HAND ", HIST-HAND-ID, " ***"
           END-REWRITE

           MOVE HIST-HAND-ID TO ROLLUP-HAND-ID
           MOVE HIST-GROSS   TO ROLLUP-HAND-PAYOUT
           MOVE HIST-RAKE    TO ROLLUP-HAND-RAKE
           MOVE HIST-NET     TO ROLLUP-HAND-NET
           MOVE HIST-WITHHELD TO ROLLUP-HAND-WITHHELD
           PERFORM void-unclaimed-entry
      * The debit goes back against the account the hand was paid
      * (or released) to, whoever holds the hand ID tonight. A hand
      * still open on the unclaimed register was never paid to any
      * account - the void above backs it out, and nobody is debited
           PERFORM find-settled-account
           IF UNC-VOID-DONE
               MOVE 0 TO PA-FOUND-IX
           END-IF
           IF PA-FOUND-IX > 0
               ADD 1 TO PA-TBL-HANDS(PA-FOUND-IX)
               ADD ROLLUP-HAND-PAYOUT TO PA-TBL-PAYOUT(PA-FOUND-IX)
               ADD ROLLUP-HAND-RAKE   TO PA-TBL-RAKE(PA-FOUND-IX)
               ADD ROLLUP-HAND-NET    TO PA-TBL-NET(PA-FOUND-IX)
               ADD ROLLUP-HAND-WITHHELD
                   TO PA-TBL-WITHHELD(PA-FOUND-IX)
               PERFORM post-reversal-ledger
           ELSE
               ADD 1 TO UNREG-HAND-COUNT
               ADD ROLLUP-HAND-PAYOUT TO UNREG-PAYOUT-TOTAL
               ADD ROLLUP-HAND-RAKE   TO UNREG-RAKE-TOTAL
               ADD ROLLUP-HAND-NET    TO UNREG-NET-TOTAL
               ADD ROLLUP-HAND-WITHHELD TO UNREG-WITHHELD-TOTAL
           END-IF.

      *========================================================================
      * Debits a reversed hand's net back off its owning account on
      * the player ledger, under tonight's date
      *========================================================================
       post-reversal-ledger.
           MOVE PA-TBL-ACCT(PA-FOUND-IX) TO LEDG-ACCT
           MOVE RUN-DATE                 TO LEDG-DATE
           SET LEDG-REVERSAL             TO TRUE
           MOVE DECK-REC                 TO LEDG-DECK
           MOVE PART                     TO LEDG-PART
           MOVE ROLLUP-HAND-ID           TO LEDG-REF
           SET LEDG-DEBIT                TO TRUE
           MOVE ROLLUP-HAND-NET          TO LEDG-AMOUNT
           MOVE "REVERSAL"               TO LEDG-OPERATOR
           MOVE SPACES                   TO LEDG-MEMO
           STRING "REVERSAL REASON "     DELIMITED BY SIZE
                  RV-REASON              DELIMITED BY SIZE
              INTO LEDG-MEMO
           END-STRING
           PERFORM write-ledger-posting.

      *========================================================================
      * Refuses one reversal line - nothing is written for it beyond
      * the console message and a refusal line on the audit trail,
      * and the job is flagged so ops knows the void did not happen
      *========================================================================
       refuse-reversal.
           DISPLAY "*** REVERSAL REFUSED - DECK ", RV-DECK, " PART ",
                   RV-PART, " DATE ", RV-DATE, ": ",
                   REV-REFUSE-REASON, " ***"
           PERFORM build-audit-stamp
           MOVE SPACES TO AUDIT-DECK-NAME
           MOVE RV-DECK TO AUDIT-DECK-NAME
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " REVERSAL REFUSED DECK=" DELIMITED BY SIZE
                  AUDIT-DECK-NAME      DELIMITED BY SPACE
                  " PART="             DELIMITED BY SIZE
                  RV-PART              DELIMITED BY SIZE
                  " DATE="             DELIMITED BY SIZE
                  RV-DATE              DELIMITED BY SIZE
                  " CODE="             DELIMITED BY SIZE
                  RV-REASON            DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  REV-REFUSE-REASON    DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC
           IF JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "REVERSAL REFUSED - SEE audit_log.txt"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Appends one applied reversal to the run-history audit trail.
      * The line leads with REVERSED, not DECK=, so the trend and
      * purge passes never take it for a scoring run
      *========================================================================
       write-reversal-audit-line.
           MOVE SPACES TO AUDIT-DECK-NAME
           MOVE RV-DECK TO AUDIT-DECK-NAME
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " REVERSED DECK="    DELIMITED BY SIZE
                  AUDIT-DECK-NAME      DELIMITED BY SPACE
                  " PART="             DELIMITED BY SIZE
                  RV-PART              DELIMITED BY SIZE
                  " DATE="             DELIMITED BY SIZE
                  RV-DATE              DELIMITED BY SIZE
                  " REASON="           DELIMITED BY SIZE
                  RV-REASON            DELIMITED BY SIZE
                  " HANDS="            DELIMITED BY SIZE
                  REV-HAND-COUNT       DELIMITED BY SIZE
                  " GROSS="            DELIMITED BY SIZE
                  REV-GROSS            DELIMITED BY SIZE
                  " RAKE="             DELIMITED BY SIZE
                  REV-RAKE             DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Builds a reversal settlement feed name unique to this deck
      * and part
      *========================================================================
       build-rev-settlement-name.
           MOVE SPACES TO REV-SETTLEMENT-FILE-NAME
           STRING "revsetl_"       DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO REV-SETTLEMENT-FILE-NAME.

      *========================================================================
      * Builds a reversal player rollup name unique to this deck and
      * part - kept apart from the night's own playerroll_ file, which
      * still shows what was originally paid
      *========================================================================
       build-reversal-rollup-name.
           MOVE SPACES TO PLAYER-ROLLUP-FILE-NAME
           STRING "playerrev_"     DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO PLAYER-ROLLUP-FILE-NAME.

      *========================================================================
      * Opens the GL journal work file for the batch window - always
      * EXTEND. release-gl-journal deletes it once its lines are out,
      * so anything still on it belongs to a submission that abended
      * before its release - a resumed window, or one that ended
      * after the restart point was cleared - and those lines must
      * go out with tonight's, since their decks will not settle again
      *========================================================================
       open-gl-work.
           IF COA-LOADED
               OPEN EXTEND GL-WORK
           END-IF.

      *========================================================================
      * Holds one settled part's figures until the deck is done. Hands
      * held for a second signature are already netted out of them by
      * net-held-out-of-part - they are journalled when released
      *========================================================================
       stage-part-journal.
           IF GLP-COUNT < 2
               ADD 1 TO GLP-COUNT
               MOVE PART               TO GLP-PART(GLP-COUNT)
               MOVE DECK-BUSINESS-DATE TO GLP-BUS-DATE(GLP-COUNT)
               MOVE WINNINGS           TO GLP-GROSS(GLP-COUNT)
               MOVE RAKE-TOTAL         TO GLP-RAKE(GLP-COUNT)
               MOVE WITHHELD-TOTAL     TO GLP-WITHHELD(GLP-COUNT)
           END-IF.

      *========================================================================
      * Totals the gross, rake and withholding of every hand of this
      * business date/deck/part kept off the feed by a hold -
      * whatever has become of it since, short of a reversal's void
      *========================================================================
       sum-held-for-part.
           MOVE 0 TO HELD-GROSS
           MOVE 0 TO HELD-RAKE
           MOVE 0 TO HELD-WITHHELD
           IF PROD-RUN AND HOLD-THRESHOLD > 0
               OPEN INPUT PENDING-FILE
               MOVE DECK-BUSINESS-DATE TO PEND-DATE
               MOVE DECK-REC           TO PEND-DECK
               MOVE PART               TO PEND-PART
               MOVE LOW-VALUES         TO PEND-HAND-ID
               SET EOF-PEND-FALSE TO TRUE
               START PENDING-FILE KEY >= PEND-KEY
                   INVALID KEY SET EOF-PEND-TRUE TO TRUE
               END-START
               PERFORM UNTIL EOF-PEND-TRUE
                   READ PENDING-FILE NEXT RECORD
                       AT END SET EOF-PEND-TRUE TO TRUE
                       NOT AT END
                           IF PEND-DATE NOT = DECK-BUSINESS-DATE
                               OR PEND-DECK NOT = DECK-REC
                               OR PEND-PART NOT = PART
                               SET EOF-PEND-TRUE TO TRUE
                           ELSE
                               PERFORM resolve-pend-bus-date
                               IF PEND-BUS-DATE = DECK-BUSINESS-DATE
                                   AND NOT PEND-VOIDED
                                   ADD PEND-GROSS TO HELD-GROSS
                                   ADD PEND-RAKE  TO HELD-RAKE
                                   ADD PEND-WITHHELD
                                       TO HELD-WITHHELD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      *========================================================================
      * Writes the just-finished deck's journal lines - one balanced
      * set per settled part - ahead of its batch restart record, so
      * a resumed window neither loses nor repeats them
      *========================================================================
       write-deck-journal.
           IF COA-LOADED
               PERFORM VARYING GLP-I FROM 1 BY 1 UNTIL GLP-I > GLP-COUNT
                   MOVE "SETL"              TO GL-SOURCE
                   MOVE DECK-REC            TO GL-DECK
                   MOVE GLP-PART(GLP-I)     TO GL-PART
                   MOVE GLP-BUS-DATE(GLP-I) TO GL-BUS-DATE
                   MOVE GLP-GROSS(GLP-I)    TO GL-GROSS
                   MOVE GLP-RAKE(GLP-I)     TO GL-RAKE
                   MOVE GLP-WITHHELD(GLP-I) TO GL-WITHHELD
                   COMPUTE GL-NET = GL-GROSS - GL-RAKE - GL-WITHHELD
                   MOVE "NIGHTLY SETTLEMENT" TO GL-DESC
                   PERFORM write-settlement-journal
               END-PERFORM
           END-IF
           MOVE 0 TO GLP-COUNT.

      *========================================================================
      * Journals one repaired hand on its own lines, under the repair
      * run's date like its history record
      *========================================================================
       write-repair-journal.
           IF COA-LOADED
               PERFORM build-audit-stamp
               MOVE "REPR"          TO GL-SOURCE
               MOVE DECK-REC        TO GL-DECK
               MOVE PART            TO GL-PART
               MOVE RUN-DATE        TO GL-BUS-DATE
               MOVE REPAIR-PAYOUT   TO GL-GROSS
               MOVE HAND-RAKE       TO GL-RAKE
               MOVE HAND-NET        TO GL-NET
               MOVE HAND-WITHHELD   TO GL-WITHHELD
               MOVE "REPAIR SETTLEMENT" TO GL-DESC
               PERFORM write-settlement-journal
           END-IF.

      *========================================================================
      * Journals one reversed deck/part - the settlement lines turned
      * around, under the business date the deck/part settled on
      *========================================================================
       write-reversal-journal.
           IF COA-LOADED
               MOVE "REVS"          TO GL-SOURCE
               MOVE RV-DECK         TO GL-DECK
               MOVE RV-PART         TO GL-PART
               MOVE RV-DATE         TO GL-BUS-DATE
               MOVE REV-GROSS       TO GL-GROSS
               MOVE REV-RAKE        TO GL-RAKE
               MOVE REV-NET         TO GL-NET
               MOVE REV-WITHHELD    TO GL-WITHHELD
               MOVE SPACES          TO GL-DESC
               STRING "REVERSAL REASON " DELIMITED BY SIZE
                      RV-REASON          DELIMITED BY SIZE
                  INTO GL-DESC
               END-STRING
               PERFORM write-backout-journal
           END-IF.

      *========================================================================
      * Writes the balanced set for a payout - debit prize expense
      * for the gross, credit player payable for the net, house
      * commission income for the rake and the tax withheld liability
      * for any withholding
      *========================================================================
       write-settlement-journal.
           MOVE "PRIZE-EXPENSE"    TO GL-ROLE
           MOVE "D"                TO GL-DRCR
           MOVE GL-GROSS           TO GL-AMOUNT
           PERFORM write-journal-line
           MOVE "PLAYER-PAYABLE"   TO GL-ROLE
           MOVE "C"                TO GL-DRCR
           MOVE GL-NET             TO GL-AMOUNT
           PERFORM write-journal-line
           MOVE "HOUSE-COMMISSION" TO GL-ROLE
           MOVE "C"                TO GL-DRCR
           MOVE GL-RAKE            TO GL-AMOUNT
           PERFORM write-journal-line
           MOVE "TAX-WITHHELD"     TO GL-ROLE
           MOVE "C"                TO GL-DRCR
           MOVE GL-WITHHELD        TO GL-AMOUNT
           PERFORM write-journal-line.

      *========================================================================
      * Writes the balanced set that backs a payout out - the same
      * accounts with debit and credit swapped
      *========================================================================
       write-backout-journal.
           MOVE "PLAYER-PAYABLE"   TO GL-ROLE
           MOVE "D"                TO GL-DRCR
           MOVE GL-NET             TO GL-AMOUNT
           PERFORM write-journal-line
           MOVE "HOUSE-COMMISSION" TO GL-ROLE
           MOVE "D"                TO GL-DRCR
           MOVE GL-RAKE            TO GL-AMOUNT
           PERFORM write-journal-line
           MOVE "TAX-WITHHELD"     TO GL-ROLE
           MOVE "D"                TO GL-DRCR
           MOVE GL-WITHHELD        TO GL-AMOUNT
           PERFORM write-journal-line
           MOVE "PRIZE-EXPENSE"    TO GL-ROLE
           MOVE "C"                TO GL-DRCR
           MOVE GL-GROSS           TO GL-AMOUNT
           PERFORM write-journal-line.

      *========================================================================
      * Writes one journal line to the work file, posting to the
      * account and cost centre the chart of accounts gives GL-ROLE.
      * A zero amount posts nothing and is left off. A role with no
      * coa.txt line is written with a blank account so the journal
      * still shows it, and release then holds the whole journal
      *========================================================================
       write-journal-line.
           IF GL-AMOUNT > 0
               MOVE GL-ROLE TO COA-NEEDED-ROLE
               PERFORM find-coa-role
               PERFORM build-audit-stamp
               MOVE RUN-DATE    TO JRN-RUN-DATE
               MOVE GL-SOURCE   TO JRN-SOURCE
               MOVE GL-DECK     TO JRN-DECK
               MOVE GL-PART     TO JRN-PART
               MOVE GL-BUS-DATE TO JRN-BUS-DATE
               IF COA-FOUND-IX = 0
                   DISPLAY "*** GL ROLE ", GL-ROLE,
                           " IS NOT IN coa.txt - ", GL-DECK, " ",
                           GL-PART,
                           " LINE HAS NO ACCOUNT, JOURNAL WILL BE HELD"
                   MOVE SPACES TO JRN-ACCOUNT
                   MOVE SPACES TO JRN-COST-CENTRE
               ELSE
                   MOVE COA-TBL-ACCOUNT(COA-FOUND-IX) TO JRN-ACCOUNT
                   MOVE COA-TBL-CC(COA-FOUND-IX)      TO JRN-COST-CENTRE
               END-IF
               MOVE GL-DRCR     TO JRN-DRCR
               MOVE GL-AMOUNT   TO JRN-AMOUNT
               MOVE GL-DESC     TO JRN-DESC
               MOVE " " TO JRN-FILL-1
               MOVE " " TO JRN-FILL-2
               MOVE " " TO JRN-FILL-3
               MOVE " " TO JRN-FILL-4
               MOVE " " TO JRN-FILL-5
               MOVE " " TO JRN-FILL-6
               MOVE " " TO JRN-FILL-7
               MOVE " " TO JRN-FILL-8
               MOVE " " TO JRN-FILL-9
               WRITE JRN-REC
           END-IF.

      *========================================================================
      * Proves the window's journal nets to zero and releases it. The
      * work file is read back and totalled on its own - not trusted
      * to running totals - and only a journal whose debits equal its
      * credits, and every line of which has an account, is copied
      * out with its control trailer. One that does not is held back
      * whole under a _held name for investigation, and the job is
      * flagged
      *========================================================================
       release-gl-journal.
           IF COA-LOADED
               CLOSE GL-WORK
               PERFORM total-gl-work
               IF GL-LINE-COUNT = 0
                   DISPLAY "GL journal: no lines this window - ",
                           "nothing released"
                   MOVE "NO LINES THIS WINDOW - NOTHING RELEASED"
                        TO GL-RELEASE-TXT
               ELSE
                   PERFORM build-gl-journal-names
                   OPEN EXTEND AUDIT-LOG
                   IF GL-DR-TOTAL = GL-CR-TOTAL AND GL-ROLE-OK
                       PERFORM copy-gl-journal
                       PERFORM write-gl-released-audit-line
                       DISPLAY "GL journal released: ",
                               GL-JOURNAL-FILE-NAME, " LINES=",
                               GL-LINE-COUNT, " DEBITS=", GL-DR-TOTAL,
                               " CREDITS=", GL-CR-TOTAL
                       MOVE SPACES TO GL-RELEASE-TXT
                       STRING "RELEASED "           DELIMITED BY SIZE
                              GL-JOURNAL-FILE-NAME  DELIMITED BY SPACE
                              " LINES="             DELIMITED BY SIZE
                              GL-LINE-COUNT         DELIMITED BY SIZE
                          INTO GL-RELEASE-TXT
                       END-STRING
                   ELSE
                       CALL "CBL_COPY_FILE" USING GL-WORK-FILE-NAME
                                                  GL-HELD-FILE-NAME
                       MOVE 0 TO RETURN-CODE
                       PERFORM write-gl-refused-audit-line
                   END-IF
                   IF GL-ROLE-MISSING
                       DISPLAY "*** GL JOURNAL HAS LINES WITH NO ",
                               "ACCOUNT - NOT RELEASED, HELD AS ",
                               GL-HELD-FILE-NAME, " ***"
                       MOVE SPACES TO GL-RELEASE-TXT
                       STRING "NOT RELEASED - ROLE NOT IN coa.txt, "
                                                    DELIMITED BY SIZE
                              "HELD AS "            DELIMITED BY SIZE
                              GL-HELD-FILE-NAME     DELIMITED BY SPACE
                          INTO GL-RELEASE-TXT
                       END-STRING
                       IF JOB-COND-CODE < 12
                           MOVE 12 TO JOB-COND-CODE
                           MOVE "GL JOURNAL ROLE NOT IN coa.txt - HELD"
                                TO JOB-COND-REASON
                       END-IF
                   END-IF
                   IF GL-DR-TOTAL NOT = GL-CR-TOTAL
                       DISPLAY "*** GL JOURNAL DOES NOT NET TO ZERO - ",
                               "DEBITS=", GL-DR-TOTAL, " CREDITS=",
                               GL-CR-TOTAL, " - NOT RELEASED, HELD AS ",
                               GL-HELD-FILE-NAME, " ***"
                       MOVE SPACES TO GL-RELEASE-TXT
                       STRING "NOT RELEASED - OUT OF BALANCE, HELD AS "
                                                    DELIMITED BY SIZE
                              GL-HELD-FILE-NAME     DELIMITED BY SPACE
                          INTO GL-RELEASE-TXT
                       END-STRING
                       IF JOB-COND-CODE < 12
                           MOVE 12 TO JOB-COND-CODE
                           MOVE "GL JOURNAL OUT OF BALANCE - HELD"
                                TO JOB-COND-REASON
                       END-IF
                   END-IF
                   CLOSE AUDIT-LOG
               END-IF
      * Released or held, the window's lines are accounted for - a
      * resumed window must not find them and journal them again
               CALL "CBL_DELETE_FILE" USING GL-WORK-FILE-NAME
               MOVE 0 TO RETURN-CODE
           END-IF.

      *========================================================================
      * Reads the work file back, counting its lines and totalling
      * its debits and credits
      *========================================================================
       total-gl-work.
           MOVE 0 TO GL-LINE-COUNT
           MOVE 0 TO GL-DR-TOTAL
           MOVE 0 TO GL-CR-TOTAL
           SET GL-ROLE-OK TO TRUE
           SET EOF-GLWORK-FALSE TO TRUE
           OPEN INPUT GL-WORK
           PERFORM UNTIL EOF-GLWORK-TRUE
               READ GL-WORK
                   AT END SET EOF-GLWORK-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO GL-LINE-COUNT
                       IF JRN-ACCOUNT = SPACES
                           SET GL-ROLE-MISSING TO TRUE
                       END-IF
                       IF JRN-DEBIT
                           ADD JRN-AMOUNT TO GL-DR-TOTAL
                       ELSE
                           ADD JRN-AMOUNT TO GL-CR-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-WORK.

      *========================================================================
      * Copies the proved work file out to the released journal and
      * closes it with a control trailer the GL team can balance to
      *========================================================================
       copy-gl-journal.
           SET EOF-GLWORK-FALSE TO TRUE
           OPEN INPUT GL-WORK
           OPEN OUTPUT GL-JOURNAL
           PERFORM UNTIL EOF-GLWORK-TRUE
               READ GL-WORK
                   AT END SET EOF-GLWORK-TRUE TO TRUE
                   NOT AT END
                       MOVE JRN-REC TO GL-JOURNAL-REC
                       WRITE GL-JOURNAL-REC
               END-READ
           END-PERFORM
           MOVE SPACES TO GL-JOURNAL-REC
           STRING "TRAILER LINES="      DELIMITED BY SIZE
                  GL-LINE-COUNT         DELIMITED BY SIZE
                  " DEBITS="            DELIMITED BY SIZE
                  GL-DR-TOTAL           DELIMITED BY SIZE
                  " CREDITS="           DELIMITED BY SIZE
                  GL-CR-TOTAL           DELIMITED BY SIZE
              INTO GL-JOURNAL-REC
           END-STRING
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL
           CLOSE GL-WORK.

      *========================================================================
      * Builds the released journal's name, and the name it is held
      * under instead when it does not balance - both stamped with
      * the release time, one journal per batch window
      *========================================================================
       build-gl-journal-names.
           PERFORM build-audit-stamp
           MOVE SPACES TO GL-JOURNAL-FILE-NAME
           STRING "gljournal_"     DELIMITED BY SIZE
                  RUN-DATE         DELIMITED BY SIZE
                  "_"              DELIMITED BY SIZE
                  AUDIT-HH         DELIMITED BY SIZE
                  AUDIT-MN         DELIMITED BY SIZE
                  AUDIT-SS         DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO GL-JOURNAL-FILE-NAME
           END-STRING
           MOVE SPACES TO GL-HELD-FILE-NAME
           STRING "gljournal_"     DELIMITED BY SIZE
                  RUN-DATE         DELIMITED BY SIZE
                  "_"              DELIMITED BY SIZE
                  AUDIT-HH         DELIMITED BY SIZE
                  AUDIT-MN         DELIMITED BY SIZE
                  AUDIT-SS         DELIMITED BY SIZE
                  "_held.txt"      DELIMITED BY SIZE
              INTO GL-HELD-FILE-NAME
           END-STRING.

      *========================================================================
      * Appends the journal release to the run-history audit trail
      *========================================================================
       write-gl-released-audit-line.
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " GL JOURNAL RELEASED FILE=" DELIMITED BY SIZE
                  GL-JOURNAL-FILE-NAME DELIMITED BY SPACE
                  " LINES="            DELIMITED BY SIZE
                  GL-LINE-COUNT        DELIMITED BY SIZE
                  " DEBITS="           DELIMITED BY SIZE
                  GL-DR-TOTAL          DELIMITED BY SIZE
                  " CREDITS="          DELIMITED BY SIZE
                  GL-CR-TOTAL          DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Appends a refused journal release to the audit trail
      *========================================================================
       write-gl-refused-audit-line.
           IF GL-ROLE-MISSING
               MOVE " ROLE NOT IN coa.txt" TO GL-REFUSED-WHY
           ELSE
               MOVE SPACES TO GL-REFUSED-WHY
           END-IF
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " GL JOURNAL REFUSED HELD=" DELIMITED BY SIZE
                  GL-HELD-FILE-NAME    DELIMITED BY SPACE
                  " LINES="            DELIMITED BY SIZE
                  GL-LINE-COUNT        DELIMITED BY SIZE
                  " DEBITS="           DELIMITED BY SIZE
                  GL-DR-TOTAL          DELIMITED BY SIZE
                  " CREDITS="          DELIMITED BY SIZE
                  GL-CR-TOTAL          DELIMITED BY SIZE
                  GL-REFUSED-WHY       DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Puts one settled hand with no account on the player master
      * onto the unclaimed register (UNC-DATE already set by the
      * caller). A settlement re-run of the same key is authoritative
      * only while the entry is still open - one already claimed or
      * remitted has been paid out and is left alone
      *========================================================================
       register-unclaimed-hand.
           IF ROLLUP-HAND-NET > 0
               MOVE DECK-REC        TO UNC-DECK
               MOVE PART            TO UNC-PART
               MOVE ROLLUP-HAND-ID  TO UNC-HAND-ID
               MOVE ROLLUP-HAND-NET TO UNC-NET
               SET UNC-OPEN         TO TRUE
               MOVE SPACES          TO UNC-ACTION-DATE
               MOVE SPACES          TO UNC-ACCT
               WRITE UNC-REC
                   INVALID KEY
                       PERFORM rewrite-rerun-unclaimed
               END-WRITE
           END-IF.

      *========================================================================
      * Re-run of a register entry already on file - refreshes the
      * amount of an entry that is still open
      *========================================================================
       rewrite-rerun-unclaimed.
           MOVE UNC-NET TO UNC-SAVE-NET
           READ UNCLAIMED-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UNC-OPEN
                       MOVE UNC-SAVE-NET TO UNC-NET
                       REWRITE UNC-REC
                   END-IF
           END-READ.

      *========================================================================
      * Voids the unclaimed register entry of a hand being reversed,
      * if it has one still open - answered through UNC-VOID-SW
      *========================================================================
       void-unclaimed-entry.
           SET UNC-VOID-NOT-DONE TO TRUE
           MOVE HIST-DATE    TO UNC-DATE
           MOVE HIST-DECK    TO UNC-DECK
           MOVE HIST-PART    TO UNC-PART
           MOVE HIST-HAND-ID TO UNC-HAND-ID
           READ UNCLAIMED-REG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UNC-OPEN
                       SET UNC-VOIDED TO TRUE
                       MOVE RUN-DATE TO UNC-ACTION-DATE
                       REWRITE UNC-REC
                       SET UNC-VOID-DONE TO TRUE
                   END-IF
           END-READ.

      *========================================================================
      * Nightly unclaimed winnings pass - walks every open register
      * entry once. An entry whose hand is now registered to a live
      * account is claimed and credited to it; one past the legal
      * holding period is remitted to the state; the rest are aged
      * onto the dormancy report at 30, 90 and 180 days
      *========================================================================
       run-unclaimed.
           PERFORM build-audit-stamp
           MOVE RUN-DATE TO UNC-RUN-DATE-NUM
           MOVE 0 TO UNC-UNDER-COUNT
           MOVE 0 TO UNC-UNDER-NET
           MOVE 0 TO UNC-D30-COUNT
           MOVE 0 TO UNC-D30-NET
           MOVE 0 TO UNC-D90-COUNT
           MOVE 0 TO UNC-D90-NET
           MOVE 0 TO UNC-D180-COUNT
           MOVE 0 TO UNC-D180-NET
           MOVE 0 TO UNC-CLAIM-COUNT
           MOVE 0 TO UNC-CLAIM-NET
           MOVE 0 TO UNC-REMIT-COUNT
           MOVE 0 TO UNC-REMIT-NET
           MOVE 0 TO UNC-PAGE-NO
           SET ESC-FILE-NOT-OPEN TO TRUE
           SET REMIT-GRP-CLOSED  TO TRUE
           MOVE SPACES TO ESCHEAT-FILE-NAME
           STRING "escheat_"       DELIMITED BY SIZE
                  RUN-DATE         DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO ESCHEAT-FILE-NAME
           END-STRING

           OPEN I-O UNCLAIMED-REG
           OPEN I-O PLAYER-LEDGER
           OPEN I-O SETTLE-HIST
           OPEN OUTPUT UNCLAIMED-REPORT
           OPEN EXTEND AUDIT-LOG
           PERFORM write-unclaimed-heading

           MOVE LOW-VALUES TO UNC-KEY
           START UNCLAIMED-REG KEY >= UNC-KEY
               INVALID KEY
                   SET EOF-UNC-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-UNC-FALSE TO TRUE
           END-START
           PERFORM UNTIL EOF-UNC-TRUE
               READ UNCLAIMED-REG NEXT RECORD
                   AT END SET EOF-UNC-TRUE TO TRUE
                   NOT AT END
                       IF UNC-OPEN
                           PERFORM age-one-unclaimed
                       END-IF
               END-READ
           END-PERFORM

           IF REMIT-GRP-OPEN
               PERFORM write-remittance-journal
           END-IF
           IF ESC-FILE-OPEN
               PERFORM close-escheat-file
           END-IF
           PERFORM write-unclaimed-totals

           CLOSE AUDIT-LOG
           CLOSE UNCLAIMED-REPORT
           CLOSE SETTLE-HIST
           CLOSE PLAYER-LEDGER
           CLOSE UNCLAIMED-REG

           DISPLAY "Unclaimed winnings: ", UNC-CLAIM-COUNT,
                   " claimed, ", UNC-REMIT-COUNT, " remitted - ",
                   "dormancy in unclaimed_rpt.txt".

      *========================================================================
      * Ages one open register entry and decides its fate. A hand
      * registered to a closed account stays open - there is no live
      * account to release it to
      *========================================================================
       age-one-unclaimed.
           MOVE UNC-DATE TO UNC-DATE-NUM
           IF UNC-DATE-NUM > UNC-RUN-DATE-NUM
               MOVE 0 TO UNC-AGE
           ELSE
               COMPUTE UNC-AGE =
                   FUNCTION INTEGER-OF-DATE(UNC-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(UNC-DATE-NUM)
           END-IF

           MOVE UNC-HAND-ID TO ROLLUP-HAND-ID
           PERFORM find-hand-account
           IF PA-FOUND-IX > 0
               IF PA-ACCT-CLOSED(PA-FOUND-IX)
                   MOVE 0 TO PA-FOUND-IX
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PA-FOUND-IX > 0
                   PERFORM claim-unclaimed-entry
               WHEN UNC-AGE >= ESCHEAT-HOLD-DAYS
                   PERFORM remit-unclaimed-entry
               WHEN OTHER
                   PERFORM report-dormant-entry
           END-EVALUATE.

      *========================================================================
      * Releases one entry to the account its hand is now registered
      * to - credited on the player ledger under tonight's date,
      * marked claimed on the register and logged on the audit trail
      *========================================================================
       claim-unclaimed-entry.
           MOVE PA-TBL-ACCT(PA-FOUND-IX) TO LEDG-ACCT
           MOVE RUN-DATE                 TO LEDG-DATE
           SET LEDG-UNCLAIMED-REL        TO TRUE
           MOVE UNC-DECK                 TO LEDG-DECK
           MOVE UNC-PART                 TO LEDG-PART
           MOVE UNC-HAND-ID              TO LEDG-REF
           SET LEDG-CREDIT               TO TRUE
           MOVE UNC-NET                  TO LEDG-AMOUNT
           MOVE "UNCLAIM"                TO LEDG-OPERATOR
           MOVE "UNCLAIMED RELEASE"      TO LEDG-MEMO
           PERFORM write-ledger-posting

           SET UNC-CLAIMED TO TRUE
           MOVE RUN-DATE                 TO UNC-ACTION-DATE
           MOVE PA-TBL-ACCT(PA-FOUND-IX) TO UNC-ACCT
           REWRITE UNC-REC
           PERFORM mark-history-claimed

           ADD 1       TO UNC-CLAIM-COUNT
           ADD UNC-NET TO UNC-CLAIM-NET
           MOVE SPACES TO UNC-BUCKET-TXT
           STRING "CLAIMED "       DELIMITED BY SIZE
                  UNC-ACCT         DELIMITED BY SIZE
              INTO UNC-BUCKET-TXT
           END-STRING
           PERFORM write-unclaimed-detail

           MOVE SPACES TO AUDIT-DECK-NAME
           MOVE UNC-DECK TO AUDIT-DECK-NAME
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " UNCLAIMED RELEASED HAND=" DELIMITED BY SIZE
                  UNC-HAND-ID          DELIMITED BY SIZE
                  " ACCT="             DELIMITED BY SIZE
                  UNC-ACCT             DELIMITED BY SIZE
                  " DATE="             DELIMITED BY SIZE
                  UNC-DATE             DELIMITED BY SIZE
                  " DECK="             DELIMITED BY SIZE
                  AUDIT-DECK-NAME      DELIMITED BY SPACE
                  " PART="             DELIMITED BY SIZE
                  UNC-PART             DELIMITED BY SIZE
                  " NET="              DELIMITED BY SIZE
                  UNC-NET              DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Records a claimed entry's account on the hand's history record
      * - the register shares its key - so the reversal, surveillance
      * and year-end passes credit the hand to the player it was paid to
      *========================================================================
       mark-history-claimed.
           MOVE UNC-DATE    TO HIST-DATE
           MOVE UNC-DECK    TO HIST-DECK
           MOVE UNC-PART    TO HIST-PART
           MOVE UNC-HAND-ID TO HIST-HAND-ID
           READ SETTLE-HIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HIST-PAID-ACCT TO TRUE
                   MOVE UNC-ACCT TO HIST-ACCT
                   REWRITE HIST-REC
           END-READ.

      *========================================================================
      * Remits one entry past the holding period - onto tonight's
      * escheat file, marked remitted on the register, and into the
      * deck/part's remittance journal group
      *========================================================================
       remit-unclaimed-entry.
           IF ESC-FILE-NOT-OPEN
               OPEN OUTPUT ESCHEAT-FILE
               SET ESC-FILE-OPEN TO TRUE
           END-IF
           MOVE UNC-DATE    TO ESC-DATE
           MOVE UNC-DECK    TO ESC-DECK
           MOVE UNC-PART    TO ESC-PART
           MOVE UNC-HAND-ID TO ESC-HAND-ID
           MOVE UNC-NET     TO ESC-NET
           MOVE UNC-AGE     TO ESC-AGE
           MOVE " " TO ESC-FILL-1
           MOVE " " TO ESC-FILL-2
           MOVE " " TO ESC-FILL-3
           MOVE " " TO ESC-FILL-4
           MOVE " " TO ESC-FILL-5
           WRITE ESC-REC

           SET UNC-REMITTED TO TRUE
           MOVE RUN-DATE TO UNC-ACTION-DATE
           REWRITE UNC-REC

           ADD 1       TO UNC-REMIT-COUNT
           ADD UNC-NET TO UNC-REMIT-NET
           MOVE "REMITTED" TO UNC-BUCKET-TXT
           PERFORM write-unclaimed-detail

           IF REMIT-GRP-OPEN
               AND (UNC-DATE NOT = REMIT-GRP-DATE
                    OR UNC-DECK NOT = REMIT-GRP-DECK
                    OR UNC-PART NOT = REMIT-GRP-PART)
               PERFORM write-remittance-journal
           END-IF
           IF REMIT-GRP-CLOSED
               SET REMIT-GRP-OPEN TO TRUE
               MOVE UNC-DATE TO REMIT-GRP-DATE
               MOVE UNC-DECK TO REMIT-GRP-DECK
               MOVE UNC-PART TO REMIT-GRP-PART
               MOVE 0        TO REMIT-GRP-NET
           END-IF
           ADD UNC-NET TO REMIT-GRP-NET.

      *========================================================================
      * Journals one deck/part's remittance - debit player payable,
      * credit the escheat liability to the state - and closes the
      * group
      *========================================================================
       write-remittance-journal.
           IF COA-LOADED
               MOVE "REMT"               TO GL-SOURCE
               MOVE REMIT-GRP-DECK       TO GL-DECK
               MOVE REMIT-GRP-PART       TO GL-PART
               MOVE REMIT-GRP-DATE       TO GL-BUS-DATE
               MOVE "ESCHEAT REMITTANCE" TO GL-DESC
               MOVE "PLAYER-PAYABLE"     TO GL-ROLE
               MOVE "D"                  TO GL-DRCR
               MOVE REMIT-GRP-NET        TO GL-AMOUNT
               PERFORM write-journal-line
               MOVE "ESCHEAT-PAYABLE"    TO GL-ROLE
               MOVE "C"                  TO GL-DRCR
               MOVE REMIT-GRP-NET        TO GL-AMOUNT
               PERFORM write-journal-line
           END-IF
           SET REMIT-GRP-CLOSED TO TRUE.

      *========================================================================
      * Closes tonight's escheat file with a control trailer and logs
      * the remittance on the audit trail
      *========================================================================
       close-escheat-file.
           MOVE SPACES TO ESC-REC
           STRING "TRAILER ENTRIES="   DELIMITED BY SIZE
                  UNC-REMIT-COUNT      DELIMITED BY SIZE
                  " NET="              DELIMITED BY SIZE
                  UNC-REMIT-NET        DELIMITED BY SIZE
              INTO ESC-REC
           END-STRING
           WRITE ESC-REC
           CLOSE ESCHEAT-FILE

           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " UNCLAIMED REMITTED FILE=" DELIMITED BY SIZE
                  ESCHEAT-FILE-NAME    DELIMITED BY SPACE
                  " ENTRIES="          DELIMITED BY SIZE
                  UNC-REMIT-COUNT      DELIMITED BY SIZE
                  " NET="              DELIMITED BY SIZE
                  UNC-REMIT-NET        DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Buckets one still-open entry by age - only those dormant 30
      * days or more get a line of their own
      *========================================================================
       report-dormant-entry.
           EVALUATE TRUE
               WHEN UNC-AGE >= 180
                   ADD 1       TO UNC-D180-COUNT
                   ADD UNC-NET TO UNC-D180-NET
                   MOVE "DORMANT 180" TO UNC-BUCKET-TXT
               WHEN UNC-AGE >= 90
                   ADD 1       TO UNC-D90-COUNT
                   ADD UNC-NET TO UNC-D90-NET
                   MOVE "DORMANT 90"  TO UNC-BUCKET-TXT
               WHEN UNC-AGE >= 30
                   ADD 1       TO UNC-D30-COUNT
                   ADD UNC-NET TO UNC-D30-NET
                   MOVE "DORMANT 30"  TO UNC-BUCKET-TXT
               WHEN OTHER
                   ADD 1       TO UNC-UNDER-COUNT
                   ADD UNC-NET TO UNC-UNDER-NET
                   MOVE SPACES TO UNC-BUCKET-TXT
           END-EVALUATE
           IF UNC-BUCKET-TXT NOT = SPACES
               PERFORM write-unclaimed-detail
           END-IF.

      *========================================================================
      * Starts a dormancy report page
      *========================================================================
       write-unclaimed-heading.
           ADD 1 TO UNC-PAGE-NO
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "UNCLAIMED WINNINGS - DORMANCY REPORT   "
                                       DELIMITED BY SIZE
                  AUDIT-STAMP(1:10)    DELIMITED BY SIZE
                  "   HOLDING PERIOD " DELIMITED BY SIZE
                  ESCHEAT-HOLD-DAYS    DELIMITED BY SIZE
                  " DAYS   PAGE "      DELIMITED BY SIZE
                  UNC-PAGE-NO          DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE ALL "=" TO UNCLAIMED-REPORT-REC
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "BUS DATE    DECK                           "
                                       DELIMITED BY SIZE
                  "P  HAND         NET WINNINGS     DAYS  STATUS"
                                       DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE 3 TO UNC-LINE-COUNT.

      *========================================================================
      * Prints one register entry with what happened to it tonight
      *========================================================================
       write-unclaimed-detail.
           IF UNC-LINE-COUNT > 54
               PERFORM write-unclaimed-heading
           END-IF
           MOVE UNC-NET TO UNC-NET-ED
           MOVE UNC-AGE TO UNC-AGE-ED
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING UNC-DATE(1:4)        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  UNC-DATE(5:2)        DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  UNC-DATE(7:2)        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  UNC-DECK             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  UNC-PART             DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  UNC-HAND-ID          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  UNC-NET-ED           DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  UNC-AGE-ED           DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  UNC-BUCKET-TXT       DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           ADD 1 TO UNC-LINE-COUNT.

      *========================================================================
      * Prints the dormancy buckets and the night's claims and
      * remittances
      *========================================================================
       write-unclaimed-totals.
           IF UNC-LINE-COUNT > 46
               PERFORM write-unclaimed-heading
           END-IF
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           WRITE UNCLAIMED-REPORT-REC
           MOVE ALL "-" TO UNCLAIMED-REPORT-REC
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "OPEN UNDER 30 DAYS      COUNT=" DELIMITED BY SIZE
                  UNC-UNDER-COUNT                  DELIMITED BY SIZE
                  " NET="                          DELIMITED BY SIZE
                  UNC-UNDER-NET                    DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "DORMANT 30-89 DAYS      COUNT=" DELIMITED BY SIZE
                  UNC-D30-COUNT                    DELIMITED BY SIZE
                  " NET="                          DELIMITED BY SIZE
                  UNC-D30-NET                      DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "DORMANT 90-179 DAYS     COUNT=" DELIMITED BY SIZE
                  UNC-D90-COUNT                    DELIMITED BY SIZE
                  " NET="                          DELIMITED BY SIZE
                  UNC-D90-NET                      DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "DORMANT 180 DAYS OR MORE COUNT=" DELIMITED BY SIZE
                  UNC-D180-COUNT                    DELIMITED BY SIZE
                  " NET="                           DELIMITED BY SIZE
                  UNC-D180-NET                      DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "CLAIMED TONIGHT         COUNT=" DELIMITED BY SIZE
                  UNC-CLAIM-COUNT                  DELIMITED BY SIZE
                  " NET="                          DELIMITED BY SIZE
                  UNC-CLAIM-NET                    DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC
           MOVE SPACES TO UNCLAIMED-REPORT-REC
           STRING "REMITTED TONIGHT        COUNT=" DELIMITED BY SIZE
                  UNC-REMIT-COUNT                  DELIMITED BY SIZE
                  " NET="                          DELIMITED BY SIZE
                  UNC-REMIT-NET                    DELIMITED BY SIZE
              INTO UNCLAIMED-REPORT-REC
           END-STRING
           WRITE UNCLAIMED-REPORT-REC.

      *========================================================================
      * Player surveillance pass over the settlement history master.
      * Two walks of the window's business dates - the first finds
      * each deck/part's highest rank, so the second can tell which
      * hands finished in its top SURV-TOP-N - then every account's
      * hands, top finishes, share of the window's net winnings and
      * five/four of a kind count are judged against the params.txt
      * thresholds. Flagged accounts, and suspended or closed ones
      * still being settled, go on the exception list most flags
      * first, largest share of the money breaking ties
      *========================================================================
       run-surveillance.
           IF SURV-WINDOW-DAYS > 0 AND PLAYER-ACCT-COUNT > 0
               PERFORM build-audit-stamp
               MOVE RUN-DATE TO SURV-RUN-NUM
               COMPUTE SURV-FROM-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SURV-RUN-NUM)
                   - SURV-WINDOW-DAYS)
               MOVE SURV-FROM-NUM TO SURV-FROM-DATE
               MOVE 0 TO SURV-TOTAL-NET
               MOVE 0 TO SURV-TOTAL-HANDS
               MOVE 0 TO SURV-ACTIVE-COUNT
               MOVE 0 TO SURV-FLAGGED-COUNT
               PERFORM VARYING PA-SCAN-I FROM 1 BY 1
                       UNTIL PA-SCAN-I > PLAYER-ACCT-COUNT
                   MOVE 0 TO SV-HANDS(PA-SCAN-I)
                   MOVE 0 TO SV-TOPN(PA-SCAN-I)
                   MOVE 0 TO SV-QUADS(PA-SCAN-I)
                   MOVE 0 TO SV-NET(PA-SCAN-I)
               END-PERFORM

               OPEN INPUT SETTLE-HIST
               PERFORM collect-surv-groups
               PERFORM collect-surv-hands
               CLOSE SETTLE-HIST

               PERFORM VARYING PA-SCAN-I FROM 1 BY 1
                       UNTIL PA-SCAN-I > PLAYER-ACCT-COUNT
                   PERFORM judge-surv-account
               END-PERFORM

               PERFORM write-surv-report

               MOVE SPACES TO AUDIT-LOG-REC
               OPEN EXTEND AUDIT-LOG
               STRING AUDIT-STAMP         DELIMITED BY SIZE
                      " SURVEILLANCE FROM=" DELIMITED BY SIZE
                      SURV-FROM-DATE      DELIMITED BY SIZE
                      " TO="              DELIMITED BY SIZE
                      RUN-DATE            DELIMITED BY SIZE
                      " ACCOUNTS="        DELIMITED BY SIZE
                      SURV-ACTIVE-COUNT   DELIMITED BY SIZE
                      " FLAGGED="         DELIMITED BY SIZE
                      SURV-FLAGGED-COUNT  DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
               WRITE AUDIT-LOG-REC
               CLOSE AUDIT-LOG
               DISPLAY "Surveillance: ", SURV-ACTIVE-COUNT,
                       " account(s) played, ", SURV-FLAGGED-COUNT,
                       " on the exception list"
           END-IF.

      *========================================================================
      * Positions the history master at the first business date of
      * the surveillance window
      *========================================================================
       start-surv-hist.
           MOVE SURV-FROM-DATE TO HIST-DATE
           MOVE LOW-VALUES     TO HIST-DECK
           MOVE LOW-VALUES     TO HIST-PART
           MOVE LOW-VALUES     TO HIST-HAND-ID
           START SETTLE-HIST KEY >= HIST-KEY
               INVALID KEY
                   SET EOF-HIST-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-HIST-FALSE TO TRUE
           END-START.

      *========================================================================
      * Reads the next history record inside the window - EOF once
      * the walk passes tonight's date
      *========================================================================
       read-next-surv-hist.
           IF EOF-HIST-FALSE
               READ SETTLE-HIST NEXT RECORD
                   AT END SET EOF-HIST-TRUE TO TRUE
                   NOT AT END
                       IF HIST-DATE > RUN-DATE
                           SET EOF-HIST-TRUE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *========================================================================
      * First walk - tables every deck/part in the window, in key
      * order, with the highest rank any of its hands reached
      *========================================================================
       collect-surv-groups.
           MOVE 0 TO SURV-GRP-COUNT
           SET SURV-GRP-NOT-FULL TO TRUE
           PERFORM start-surv-hist
           PERFORM read-next-surv-hist
           PERFORM UNTIL EOF-HIST-TRUE
               IF SURV-GRP-COUNT = 0
                   OR HIST-DATE NOT = SURV-GRP-DATE(SURV-GRP-COUNT)
                   OR HIST-DECK NOT = SURV-GRP-DECK(SURV-GRP-COUNT)
                   OR HIST-PART NOT = SURV-GRP-PART(SURV-GRP-COUNT)
                   IF SURV-GRP-COUNT >= 5000
                       IF SURV-GRP-NOT-FULL
                           DISPLAY "*** SURVEILLANCE DECK/PART TABLE ",
                                   "FULL - TOP-N COUNTS ARE PARTIAL ***"
                       END-IF
                       SET SURV-GRP-FULL TO TRUE
                       SET EOF-HIST-TRUE TO TRUE
                   ELSE
                       ADD 1 TO SURV-GRP-COUNT
                       MOVE HIST-DATE TO SURV-GRP-DATE(SURV-GRP-COUNT)
                       MOVE HIST-DECK TO SURV-GRP-DECK(SURV-GRP-COUNT)
                       MOVE HIST-PART TO SURV-GRP-PART(SURV-GRP-COUNT)
                       MOVE 0         TO SURV-GRP-MAX(SURV-GRP-COUNT)
                   END-IF
               END-IF
               IF EOF-HIST-FALSE
                   IF HIST-RANK > SURV-GRP-MAX(SURV-GRP-COUNT)
                       MOVE HIST-RANK TO SURV-GRP-MAX(SURV-GRP-COUNT)
                   END-IF
                   PERFORM read-next-surv-hist
               END-IF
           END-PERFORM.

      *========================================================================
      * Second walk - every standing hand counts toward the window's
      * total net; one registered to an account also counts toward
      * that account's hands, top finishes, net and big hands
      *========================================================================
       collect-surv-hands.
           MOVE 0 TO SURV-GX
           MOVE 0 TO SURV-CUR-MAX
           MOVE SPACES TO SURV-CUR-DATE
           MOVE SPACES TO SURV-CUR-DECK
           MOVE SPACES TO SURV-CUR-PART
           PERFORM start-surv-hist
           PERFORM read-next-surv-hist
           PERFORM UNTIL EOF-HIST-TRUE
               IF HIST-DATE NOT = SURV-CUR-DATE
                   OR HIST-DECK NOT = SURV-CUR-DECK
                   OR HIST-PART NOT = SURV-CUR-PART
                   MOVE HIST-DATE TO SURV-CUR-DATE
                   MOVE HIST-DECK TO SURV-CUR-DECK
                   MOVE HIST-PART TO SURV-CUR-PART
                   ADD 1 TO SURV-GX
                   IF SURV-GX > SURV-GRP-COUNT
                       MOVE 0 TO SURV-CUR-MAX
                   ELSE
                       MOVE SURV-GRP-MAX(SURV-GX) TO SURV-CUR-MAX
                   END-IF
               END-IF
               IF HIST-SETTLED
                   PERFORM count-surv-hand
               END-IF
               PERFORM read-next-surv-hist
           END-PERFORM.

      *========================================================================
      * Counts one standing history hand, against the account it was
      * paid to
      *========================================================================
       count-surv-hand.
           ADD HIST-NET TO SURV-TOTAL-NET
           ADD 1 TO SURV-TOTAL-HANDS
           PERFORM find-settled-account
           IF PA-FOUND-IX > 0
               ADD 1 TO SV-HANDS(PA-FOUND-IX)
               ADD HIST-NET TO SV-NET(PA-FOUND-IX)
               IF HIST-RANK + SURV-TOP-N > SURV-CUR-MAX
                   AND SURV-CUR-MAX > 0
                   ADD 1 TO SV-TOPN(PA-FOUND-IX)
               END-IF
      *        Power 0 is five of a kind, 1 four of a kind
               IF HIST-POWER <= 1
                   ADD 1 TO SV-QUADS(PA-FOUND-IX)
               END-IF
           END-IF.

      *========================================================================
      * Works out one account's rates and flags, and its place on the
      * exception list - flag count first, then share of the net
      *========================================================================
       judge-surv-account.
           MOVE 0   TO SV-TOPN-PCT(PA-SCAN-I)
           MOVE 0   TO SV-SHARE-BP(PA-SCAN-I)
           MOVE 0   TO SV-QUADS-PCT(PA-SCAN-I)
           MOVE "N" TO SV-FLAG-TOPN(PA-SCAN-I)
           MOVE "N" TO SV-FLAG-SHARE(PA-SCAN-I)
           MOVE "N" TO SV-FLAG-QUADS(PA-SCAN-I)
           MOVE "N" TO SV-FLAG-STATUS(PA-SCAN-I)
           MOVE 0   TO SV-FLAG-COUNT(PA-SCAN-I)
           MOVE 0   TO SV-SCORE(PA-SCAN-I)
           MOVE "N" TO SV-LISTED(PA-SCAN-I)

           IF SV-HANDS(PA-SCAN-I) > 0
               ADD 1 TO SURV-ACTIVE-COUNT
               COMPUTE SV-TOPN-PCT(PA-SCAN-I) =
                   (SV-TOPN(PA-SCAN-I) * 100) / SV-HANDS(PA-SCAN-I)
               COMPUTE SV-QUADS-PCT(PA-SCAN-I) =
                   (SV-QUADS(PA-SCAN-I) * 100) / SV-HANDS(PA-SCAN-I)
               IF SURV-TOTAL-NET > 0
                   COMPUTE SV-SHARE-BP(PA-SCAN-I) =
                       (SV-NET(PA-SCAN-I) * 10000) / SURV-TOTAL-NET
               END-IF

               IF SV-HANDS(PA-SCAN-I) >= SURV-MIN-HANDS
                   IF SV-TOPN-PCT(PA-SCAN-I) >= SURV-TOPN-PCT
                       MOVE "Y" TO SV-FLAG-TOPN(PA-SCAN-I)
                       ADD 1 TO SV-FLAG-COUNT(PA-SCAN-I)
                   END-IF
                   IF SV-QUADS-PCT(PA-SCAN-I) >= SURV-QUADS-PCT
                       MOVE "Y" TO SV-FLAG-QUADS(PA-SCAN-I)
                       ADD 1 TO SV-FLAG-COUNT(PA-SCAN-I)
                   END-IF
               END-IF
               IF SV-SHARE-BP(PA-SCAN-I) >= SURV-SHARE-BP
                   MOVE "Y" TO SV-FLAG-SHARE(PA-SCAN-I)
                   ADD 1 TO SV-FLAG-COUNT(PA-SCAN-I)
               END-IF
      *        A suspended or closed account should not be winning at
      *        all - flagged whatever its numbers
               IF PA-ACCT-SUSPENDED(PA-SCAN-I)
                   OR PA-ACCT-CLOSED(PA-SCAN-I)
                   MOVE "Y" TO SV-FLAG-STATUS(PA-SCAN-I)
                   ADD 1 TO SV-FLAG-COUNT(PA-SCAN-I)
               END-IF

               IF SV-FLAG-COUNT(PA-SCAN-I) > 0
                   ADD 1 TO SURV-FLAGGED-COUNT
                   COMPUTE SV-SCORE(PA-SCAN-I) =
                       SV-FLAG-COUNT(PA-SCAN-I) * 100000
                       + SV-SHARE-BP(PA-SCAN-I) + 1
               END-IF
           END-IF.

      *========================================================================
      * Writes the ranked exception list - each pass picks the highest
      * scoring account not yet listed
      *========================================================================
       write-surv-report.
           OPEN OUTPUT SURV-REPORT
           MOVE SPACES TO SURV-REPORT-REC
           STRING "PLAYER SURVEILLANCE EXCEPTIONS " DELIMITED BY SIZE
                  AUDIT-STAMP          DELIMITED BY SIZE
                  "   BUSINESS DATES " DELIMITED BY SIZE
                  SURV-FROM-DATE       DELIMITED BY SIZE
                  " TO "               DELIMITED BY SIZE
                  RUN-DATE             DELIMITED BY SIZE
               INTO SURV-REPORT-REC
           END-STRING
           WRITE SURV-REPORT-REC
           MOVE SPACES TO SURV-REPORT-REC
           STRING "THRESHOLDS: TOP-"   DELIMITED BY SIZE
                  SURV-TOP-N           DELIMITED BY SIZE
                  " FINISHES "         DELIMITED BY SIZE
                  SURV-TOPN-PCT        DELIMITED BY SIZE
                  "% / FIVE-FOUR OF A KIND " DELIMITED BY SIZE
                  SURV-QUADS-PCT       DELIMITED BY SIZE
                  "% (MIN "            DELIMITED BY SIZE
                  SURV-MIN-HANDS       DELIMITED BY SIZE
                  " HANDS) / SHARE OF NET " DELIMITED BY SIZE
                  SURV-SHARE-BP        DELIMITED BY SIZE
                  " BP"                DELIMITED BY SIZE
               INTO SURV-REPORT-REC
           END-STRING
           WRITE SURV-REPORT-REC
           MOVE ALL "=" TO SURV-REPORT-REC
           WRITE SURV-REPORT-REC
           MOVE SPACES TO SURV-REPORT-REC
           STRING "RANK ACCT     NAME                 S   HANDS"
                                       DELIMITED BY SIZE
                  "    TOP-N PCT SHARE-BP   5/4-OAK PCT FLAGS"
                                       DELIMITED BY SIZE
               INTO SURV-REPORT-REC
           END-STRING
           WRITE SURV-REPORT-REC

           PERFORM VARYING SURV-RANK FROM 1 BY 1
                   UNTIL SURV-RANK > SURV-FLAGGED-COUNT
               MOVE 0 TO SURV-BEST-IX
               MOVE 0 TO SURV-BEST-SCORE
               PERFORM VARYING PA-SCAN-I FROM 1 BY 1
                       UNTIL PA-SCAN-I > PLAYER-ACCT-COUNT
                   IF SV-LISTED(PA-SCAN-I) = "N"
                       AND SV-SCORE(PA-SCAN-I) > SURV-BEST-SCORE
                       MOVE PA-SCAN-I TO SURV-BEST-IX
                       MOVE SV-SCORE(PA-SCAN-I) TO SURV-BEST-SCORE
                   END-IF
               END-PERFORM
               IF SURV-BEST-IX > 0
                   MOVE "Y" TO SV-LISTED(SURV-BEST-IX)
                   PERFORM write-surv-line
               END-IF
           END-PERFORM

           MOVE ALL "-" TO SURV-REPORT-REC
           WRITE SURV-REPORT-REC
           MOVE SPACES TO SURV-REPORT-REC
           STRING "ACCOUNTS PLAYED="    DELIMITED BY SIZE
                  SURV-ACTIVE-COUNT     DELIMITED BY SIZE
                  " FLAGGED="           DELIMITED BY SIZE
                  SURV-FLAGGED-COUNT    DELIMITED BY SIZE
                  " WINDOW HANDS="      DELIMITED BY SIZE
                  SURV-TOTAL-HANDS      DELIMITED BY SIZE
                  " WINDOW NET="        DELIMITED BY SIZE
                  SURV-TOTAL-NET        DELIMITED BY SIZE
               INTO SURV-REPORT-REC
           END-STRING
           WRITE SURV-REPORT-REC
           CLOSE SURV-REPORT.

      *========================================================================
      * Writes one exception line for account row SURV-BEST-IX
      *========================================================================
       write-surv-line.
           MOVE SPACES TO SURV-FLAG-TXT
           IF SV-FLAG-TOPN(SURV-BEST-IX) = "Y"
               MOVE "TOP-N" TO SURV-FLAG-TXT-1
           END-IF
           IF SV-FLAG-SHARE(SURV-BEST-IX) = "Y"
               MOVE "SHARE" TO SURV-FLAG-TXT-2
           END-IF
           IF SV-FLAG-QUADS(SURV-BEST-IX) = "Y"
               MOVE "5/4OAK" TO SURV-FLAG-TXT-3
           END-IF
           IF SV-FLAG-STATUS(SURV-BEST-IX) = "Y"
               IF PA-ACCT-CLOSED(SURV-BEST-IX)
                   MOVE "CLOSED" TO SURV-FLAG-TXT-4
               ELSE
                   MOVE "SUSPENDED" TO SURV-FLAG-TXT-4
               END-IF
           END-IF
           MOVE SPACES TO SURV-REPORT-REC
           STRING SURV-RANK                  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PA-TBL-ACCT(SURV-BEST-IX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PA-TBL-NAME(SURV-BEST-IX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PA-TBL-STATUS(SURV-BEST-IX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SV-HANDS(SURV-BEST-IX)      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SV-TOPN(SURV-BEST-IX)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SV-TOPN-PCT(SURV-BEST-IX)   DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  SV-SHARE-BP(SURV-BEST-IX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SV-QUADS(SURV-BEST-IX)      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SV-QUADS-PCT(SURV-BEST-IX)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SURV-FLAG-TXT              DELIMITED BY SIZE
               INTO SURV-REPORT-REC
           END-STRING
           WRITE SURV-REPORT-REC.

      *========================================================================
      * Builds the CCYY-MM-DD HH:MM:SS audit stamp and tonight's
      * CCYYMMDD run date from the system clock
      *========================================================================
       build-audit-stamp.
           ACCEPT AUDIT-TODAY FROM DATE
           ACCEPT AUDIT-NOW   FROM TIME
           MOVE SPACES TO AUDIT-STAMP
           STRING "20"             DELIMITED BY SIZE
                  AUDIT-YY         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  AUDIT-MM         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  AUDIT-DD         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  AUDIT-HH         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-MN         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-SS         DELIMITED BY SIZE
              INTO AUDIT-STAMP
           END-STRING
           MOVE "20"     TO RUN-DATE(1:2)
           MOVE AUDIT-YY TO RUN-DATE(3:2)
           MOVE AUDIT-MM TO RUN-DATE(5:2)
           MOVE AUDIT-DD TO RUN-DATE(7:2).

      *========================================================================
      * Reads LEDGER-TXN, if present, and posts one cage cash-out or
      * manual adjustment per line against the player ledger. Every
      * line is edited against the player master and the account's
      * current balance first - a refused line goes to the reject
      * list with its reason, and nothing is posted for it
      *========================================================================
       run-ledger-transactions.
           MOVE 0 TO LEDGER-POSTED-COUNT
           MOVE 0 TO LEDGER-REJECT-COUNT
           SET EOF-LTXN-FALSE TO TRUE
           OPEN INPUT LEDGER-TXN
           READ LEDGER-TXN
               AT END SET EOF-LTXN-TRUE TO TRUE
           END-READ

      * A night with no cage transactions leaves the last reject list
      * standing rather than replacing it with an empty one
           IF EOF-LTXN-FALSE
               OPEN OUTPUT LEDGER-REJECTS
               OPEN I-O PLAYER-LEDGER
               OPEN EXTEND AUDIT-LOG
               PERFORM UNTIL EOF-LTXN-TRUE
                   PERFORM process-one-ledger-txn
                   READ LEDGER-TXN
                       AT END SET EOF-LTXN-TRUE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-REJECTS
               CLOSE PLAYER-LEDGER
               CLOSE AUDIT-LOG
               DISPLAY "Ledger transactions: posted=",
                       LEDGER-POSTED-COUNT, " rejected=",
                       LEDGER-REJECT-COUNT
           END-IF
           CLOSE LEDGER-TXN

      * Refused cash-outs mean a player is standing at the cage
      * without their money - ops must see that on the sign-off
           IF LEDGER-REJECT-COUNT > 0 AND JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "LEDGER TRANSACTIONS REJECTED - SEE ledgerrej.txt"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Edits and posts one cage transaction. A payout is always a
      * debit (a blank C/D column is taken as D) and may not take the
      * account below zero; an adjustment must say which way it goes.
      * The voucher number keys the posting, so the same voucher
      * keyed twice on one night bounces instead of paying twice
      *========================================================================
       process-one-ledger-txn.
           SET LEDGER-TXN-OK TO TRUE
           MOVE SPACES TO LEDGER-REJECT-REASON
           MOVE LT-ACCT TO PA-LOOK-ACCT
           PERFORM find-player-acct
           IF LT-TYPE = "P" AND LT-DRCR = SPACE
               MOVE "D" TO LT-DRCR
           END-IF

           EVALUATE TRUE
               WHEN PA-FOUND-IX = 0
                   MOVE "ACCOUNT NOT ON PLAYER MASTER"
                        TO LEDGER-REJECT-REASON
               WHEN LT-TYPE NOT = "P" AND LT-TYPE NOT = "A"
                   MOVE "TRANSACTION TYPE MUST BE P OR A"
                        TO LEDGER-REJECT-REASON
               WHEN LT-TYPE = "P" AND LT-DRCR NOT = "D"
                   MOVE "A PAYOUT CAN ONLY DEBIT THE ACCOUNT"
                        TO LEDGER-REJECT-REASON
               WHEN LT-DRCR NOT = "C" AND LT-DRCR NOT = "D"
                   MOVE "ADJUSTMENT MUST BE C OR D"
                        TO LEDGER-REJECT-REASON
               WHEN LT-AMOUNT IS NOT NUMERIC
                   MOVE "NON-NUMERIC AMOUNT" TO LEDGER-REJECT-REASON
               WHEN LT-AMOUNT = ZEROS
                   MOVE "ZERO AMOUNT" TO LEDGER-REJECT-REASON
               WHEN LT-REF = SPACES
                   MOVE "MISSING VOUCHER NUMBER"
                        TO LEDGER-REJECT-REASON
               WHEN LT-OPERATOR = SPACES
                   MOVE "MISSING OPERATOR ID" TO LEDGER-REJECT-REASON
               WHEN OTHER
                   MOVE LT-AMOUNT TO LEDGER-TXN-AMOUNT
           END-EVALUATE
           IF LEDGER-REJECT-REASON NOT = SPACES
               SET LEDGER-TXN-BAD TO TRUE
           END-IF

           IF LEDGER-TXN-OK AND LT-TYPE = "P"
               MOVE LT-ACCT TO LEDGER-BAL-ACCT
               PERFORM compute-ledger-balance
               IF LEDGER-TXN-AMOUNT > LEDGER-BALANCE
                   SET LEDGER-TXN-BAD TO TRUE
                   MOVE "PAYOUT EXCEEDS ACCOUNT BALANCE"
                        TO LEDGER-REJECT-REASON
               END-IF
           END-IF

           IF LEDGER-TXN-OK
               PERFORM build-audit-stamp
               MOVE LT-ACCT           TO LEDG-ACCT
               MOVE RUN-DATE          TO LEDG-DATE
               MOVE LT-TYPE           TO LEDG-TYPE
               MOVE SPACES            TO LEDG-DECK
               MOVE SPACE             TO LEDG-PART
               MOVE LT-REF            TO LEDG-REF
               MOVE LT-DRCR           TO LEDG-DRCR
               MOVE LEDGER-TXN-AMOUNT TO LEDG-AMOUNT
               MOVE LT-OPERATOR       TO LEDG-OPERATOR
               MOVE LT-MEMO           TO LEDG-MEMO
               WRITE LEDG-REC
                   INVALID KEY
                       SET LEDGER-TXN-BAD TO TRUE
                       MOVE "VOUCHER ALREADY POSTED TODAY"
                            TO LEDGER-REJECT-REASON
               END-WRITE
           END-IF

           IF LEDGER-TXN-OK
               ADD 1 TO LEDGER-POSTED-COUNT
               PERFORM write-ledger-audit-line
           ELSE
               ADD 1 TO LEDGER-REJECT-COUNT
               DISPLAY "*** LEDGER TRANSACTION REJECTED - ACCT ",
                       LT-ACCT, " REF ", LT-REF, ": ",
                       LEDGER-REJECT-REASON
               MOVE SPACES TO LEDGER-REJECT-REC
               STRING LT-REC               DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      LEDGER-REJECT-REASON DELIMITED BY SIZE
                  INTO LEDGER-REJECT-REC
               END-STRING
               WRITE LEDGER-REJECT-REC
           END-IF.

      *========================================================================
      * Appends one posted cage transaction to the run-history audit
      * trail - who posted what against which account
      *========================================================================
       write-ledger-audit-line.
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP      DELIMITED BY SIZE
                  " LEDGER ACCT="  DELIMITED BY SIZE
                  LEDG-ACCT        DELIMITED BY SIZE
                  " TYPE="         DELIMITED BY SIZE
                  LEDG-TYPE        DELIMITED BY SIZE
                  " DRCR="         DELIMITED BY SIZE
                  LEDG-DRCR        DELIMITED BY SIZE
                  " AMOUNT="       DELIMITED BY SIZE
                  LEDG-AMOUNT      DELIMITED BY SIZE
                  " REF="          DELIMITED BY SIZE
                  LEDG-REF         DELIMITED BY SIZE
                  " OPER="         DELIMITED BY SIZE
                  LEDG-OPERATOR    DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Looks the account number in PA-LOOK-ACCT up in the account
      * table, answering its row through PA-FOUND-IX (zero when it is
      * not on the player master) - find only, never adds
      *========================================================================
       find-player-acct.
           MOVE 0 TO PA-FOUND-IX
           PERFORM VARYING PA-SCAN-I FROM 1 BY 1
                   UNTIL PA-SCAN-I > PLAYER-ACCT-COUNT
               IF PA-TBL-ACCT(PA-SCAN-I) = PA-LOOK-ACCT
                   MOVE PA-SCAN-I TO PA-FOUND-IX
               END-IF
           END-PERFORM.

      *========================================================================
      * Works out LEDGER-BAL-ACCT's running balance - every posting
      * on file for the account, credits in and debits out. The
      * caller has PLAYER-LEDGER open; the record area is left
      * holding whatever was read last
      *========================================================================
       compute-ledger-balance.
           MOVE 0 TO LEDGER-BALANCE
           MOVE LEDGER-BAL-ACCT TO LEDG-ACCT
           MOVE LOW-VALUES TO LEDG-DATE
           MOVE LOW-VALUES TO LEDG-TYPE
           MOVE LOW-VALUES TO LEDG-DECK
           MOVE LOW-VALUES TO LEDG-PART
           MOVE LOW-VALUES TO LEDG-REF
           START PLAYER-LEDGER KEY >= LEDG-KEY
               INVALID KEY
                   SET EOF-LEDG-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-LEDG-FALSE TO TRUE
           END-START

           PERFORM UNTIL EOF-LEDG-TRUE
               READ PLAYER-LEDGER NEXT RECORD
                   AT END SET EOF-LEDG-TRUE TO TRUE
                   NOT AT END
                       IF LEDG-ACCT NOT = LEDGER-BAL-ACCT
                           SET EOF-LEDG-TRUE TO TRUE
                       ELSE
                           IF LEDG-CREDIT
                               ADD LEDG-AMOUNT TO LEDGER-BALANCE
                           ELSE
                               SUBTRACT LEDG-AMOUNT
                                   FROM LEDGER-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *========================================================================
      * Reads STATEMENT-CONTROL, if present, and prints the month-end
      * statements for each month asked for
      *========================================================================
       run-statements.
           SET EOF-STMT-FALSE TO TRUE
           OPEN INPUT STATEMENT-CONTROL
           PERFORM UNTIL EOF-STMT-TRUE
               READ STATEMENT-CONTROL
                   AT END SET EOF-STMT-TRUE TO TRUE
                   NOT AT END PERFORM produce-month-statements
               END-READ
           END-PERFORM
           CLOSE STATEMENT-CONTROL.

      *========================================================================
      * Prints one statement per player master account for the month
      * in SC-PERIOD into statement_CCYYMM.txt - an account with no
      * balance brought forward and no activity in the month gets no
      * statement
      *========================================================================
       produce-month-statements.
           IF SC-PERIOD IS NOT NUMERIC
               OR SC-PERIOD(5:2) < "01" OR SC-PERIOD(5:2) > "12"
               DISPLAY "*** statement.txt: BAD STATEMENT MONTH '",
                       SC-PERIOD, "' - MUST BE CCYYMM ***"
           ELSE
               MOVE SC-PERIOD TO STMT-PERIOD
               MOVE SPACES TO STATEMENT-FILE-NAME
               STRING "statement_"   DELIMITED BY SIZE
                      STMT-PERIOD    DELIMITED BY SIZE
                      ".txt"         DELIMITED BY SIZE
                  INTO STATEMENT-FILE-NAME
               MOVE 0 TO STMT-PAGE-NO
               MOVE 0 TO STMT-ACCT-COUNT
               OPEN OUTPUT STATEMENT-REPORT
               OPEN INPUT PLAYER-LEDGER
               PERFORM VARYING STMT-ACCT-IX FROM 1 BY 1
                       UNTIL STMT-ACCT-IX > PLAYER-ACCT-COUNT
                   PERFORM print-account-statement
               END-PERFORM
               CLOSE PLAYER-LEDGER
               CLOSE STATEMENT-REPORT
               DISPLAY "Statements: month ", STMT-PERIOD, " - ",
                       STMT-ACCT-COUNT, " account(s) printed to ",
                       STATEMENT-FILE-NAME
           END-IF.

      *========================================================================
      * Walks one account's postings in key (date) order - everything
      * dated before the month rolls into the opening balance, the
      * month's own postings print as detail lines, and anything
      * after the month ends the walk
      *========================================================================
       print-account-statement.
           MOVE PA-TBL-ACCT(STMT-ACCT-IX) TO STMT-ACCT
           MOVE PA-TBL-NAME(STMT-ACCT-IX) TO STMT-NAME
           MOVE 0 TO STMT-OPENING
           MOVE 0 TO STMT-WIN-TOTAL
           MOVE 0 TO STMT-PAY-TOTAL
           MOVE 0 TO STMT-ADJ-CR-TOTAL
           MOVE 0 TO STMT-ADJ-DR-TOTAL
           MOVE 0 TO STMT-REV-TOTAL
           SET STMT-HDR-NOT-DONE TO TRUE
           SET STMT-GRP-CLOSED   TO TRUE

           MOVE STMT-ACCT  TO LEDG-ACCT
           MOVE LOW-VALUES TO LEDG-DATE
           MOVE LOW-VALUES TO LEDG-TYPE
           MOVE LOW-VALUES TO LEDG-DECK
           MOVE LOW-VALUES TO LEDG-PART
           MOVE LOW-VALUES TO LEDG-REF
           START PLAYER-LEDGER KEY >= LEDG-KEY
               INVALID KEY
                   SET EOF-LEDG-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-LEDG-FALSE TO TRUE
           END-START

           PERFORM UNTIL EOF-LEDG-TRUE
               READ PLAYER-LEDGER NEXT RECORD
                   AT END SET EOF-LEDG-TRUE TO TRUE
                   NOT AT END
                       IF LEDG-ACCT NOT = STMT-ACCT
                           OR LEDG-DATE(1:6) > STMT-PERIOD
                           SET EOF-LEDG-TRUE TO TRUE
                       ELSE
                           PERFORM statement-one-posting
                       END-IF
               END-READ
           END-PERFORM

           IF STMT-GRP-OPEN
               PERFORM write-statement-group-line
           END-IF

           COMPUTE STMT-CLOSING = STMT-OPENING
                                + STMT-WIN-TOTAL
                                + STMT-ADJ-CR-TOTAL
                                - STMT-PAY-TOTAL
                                - STMT-ADJ-DR-TOTAL
                                - STMT-REV-TOTAL

           IF STMT-HDR-DONE OR STMT-OPENING NOT = 0
               IF STMT-HDR-NOT-DONE
                   PERFORM write-statement-heading
               END-IF
               PERFORM write-statement-totals
               ADD 1 TO STMT-ACCT-COUNT
           END-IF.

      *========================================================================
      * Folds one posting into the statement - before the month into
      * the opening balance, in the month into the month's totals and
      * a detail line. Winnings are grouped one line per night's
      * deck/part (the hand count shown alongside); each cage
      * transaction gets a line of its own
      *========================================================================
       statement-one-posting.
           IF LEDG-DATE(1:6) < STMT-PERIOD
               IF LEDG-CREDIT
                   ADD LEDG-AMOUNT TO STMT-OPENING
               ELSE
                   SUBTRACT LEDG-AMOUNT FROM STMT-OPENING
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN LEDG-WINNINGS OR LEDG-REPAIR-WIN
                        OR LEDG-UNCLAIMED-REL
                       ADD LEDG-AMOUNT TO STMT-WIN-TOTAL
                   WHEN LEDG-PAYOUT
                       ADD LEDG-AMOUNT TO STMT-PAY-TOTAL
                   WHEN LEDG-REVERSAL
                       ADD LEDG-AMOUNT TO STMT-REV-TOTAL
                   WHEN LEDG-CREDIT
                       ADD LEDG-AMOUNT TO STMT-ADJ-CR-TOTAL
                   WHEN OTHER
                       ADD LEDG-AMOUNT TO STMT-ADJ-DR-TOTAL
               END-EVALUATE

               IF STMT-GRP-OPEN
                   AND (LEDG-DATE NOT = STMT-GRP-DATE
                        OR LEDG-TYPE NOT = STMT-GRP-TYPE
                        OR LEDG-DECK NOT = STMT-GRP-DECK
                        OR LEDG-PART NOT = STMT-GRP-PART
                        OR LEDG-DRCR NOT = STMT-GRP-DRCR
                        OR LEDG-DECK = SPACES)
                   PERFORM write-statement-group-line
               END-IF

               IF STMT-GRP-OPEN
                   ADD 1 TO STMT-GRP-HANDS
                   ADD LEDG-AMOUNT TO STMT-GRP-AMOUNT
               ELSE
                   SET STMT-GRP-OPEN TO TRUE
                   MOVE LEDG-DATE   TO STMT-GRP-DATE
                   MOVE LEDG-TYPE   TO STMT-GRP-TYPE
                   MOVE LEDG-DECK   TO STMT-GRP-DECK
                   MOVE LEDG-PART   TO STMT-GRP-PART
                   MOVE LEDG-REF    TO STMT-GRP-REF
                   MOVE LEDG-DRCR   TO STMT-GRP-DRCR
                   MOVE LEDG-MEMO   TO STMT-GRP-MEMO
                   MOVE 1           TO STMT-GRP-HANDS
                   MOVE LEDG-AMOUNT TO STMT-GRP-AMOUNT
               END-IF
           END-IF.

      *========================================================================
      * Prints the statement line accumulated in STMT-GRP-* and
      * closes the group
      *========================================================================
       write-statement-group-line.
           IF STMT-HDR-NOT-DONE
               PERFORM write-statement-heading
           END-IF
           IF STMT-LINE-COUNT > 54
               PERFORM write-statement-heading
           END-IF

           EVALUATE STMT-GRP-TYPE
               WHEN "W" MOVE "WINNINGS"   TO STMT-GRP-TXT
               WHEN "R" MOVE "REPAIR WIN" TO STMT-GRP-TXT
               WHEN "P" MOVE "PAYOUT"     TO STMT-GRP-TXT
               WHEN "A" MOVE "ADJUSTMENT" TO STMT-GRP-TXT
               WHEN "V" MOVE "REVERSAL"   TO STMT-GRP-TXT
               WHEN "U" MOVE "CLAIM WIN"  TO STMT-GRP-TXT
               WHEN OTHER MOVE SPACES     TO STMT-GRP-TXT
           END-EVALUATE

           MOVE SPACES TO SDL-DETAIL
           IF STMT-GRP-DECK = SPACES
               STRING "VOUCHER "       DELIMITED BY SIZE
                      STMT-GRP-REF     DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      STMT-GRP-MEMO    DELIMITED BY SIZE
                  INTO SDL-DETAIL
               END-STRING
           ELSE
               STRING STMT-GRP-DECK    DELIMITED BY SPACE
                      " PART "         DELIMITED BY SIZE
                      STMT-GRP-PART    DELIMITED BY SIZE
                      " HANDS "        DELIMITED BY SIZE
                      STMT-GRP-HANDS   DELIMITED BY SIZE
                  INTO SDL-DETAIL
               END-STRING
           END-IF

           MOVE SPACES TO STMT-DATE-TXT
           STRING STMT-GRP-DATE(1:4)   DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  STMT-GRP-DATE(5:2)   DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  STMT-GRP-DATE(7:2)   DELIMITED BY SIZE
              INTO STMT-DATE-TXT
           END-STRING
           MOVE STMT-DATE-TXT   TO SDL-DATE
           MOVE STMT-GRP-TXT    TO SDL-KIND
           MOVE STMT-GRP-AMOUNT TO SDL-AMOUNT
           IF STMT-GRP-DRCR = "C"
               MOVE "CR" TO SDL-DRCR
           ELSE
               MOVE "DR" TO SDL-DRCR
           END-IF
           MOVE STMT-DETAIL-LINE TO STATEMENT-REC
           WRITE STATEMENT-REC
           ADD 1 TO STMT-LINE-COUNT
           SET STMT-GRP-CLOSED TO TRUE.

      *========================================================================
      * Starts a statement page - the first page of an account also
      * carries the balance brought forward
      *========================================================================
       write-statement-heading.
           ADD 1 TO STMT-PAGE-NO
           MOVE SPACES TO STATEMENT-REC
           STRING "PLAYER STATEMENT   MONTH " DELIMITED BY SIZE
                  STMT-PERIOD(1:4)    DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  STMT-PERIOD(5:2)    DELIMITED BY SIZE
                  "   ACCOUNT "       DELIMITED BY SIZE
                  STMT-ACCT           DELIMITED BY SIZE
                  "   PAGE "          DELIMITED BY SIZE
                  STMT-PAGE-NO        DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           STRING "ACCOUNT HOLDER: "  DELIMITED BY SIZE
                  STMT-NAME           DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE ALL "=" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE 3 TO STMT-LINE-COUNT

           IF STMT-HDR-NOT-DONE
               SET STMT-HDR-DONE TO TRUE
               MOVE STMT-OPENING TO STMT-BAL-ED
               MOVE SPACES TO STATEMENT-REC
               STRING "  OPENING BALANCE            " DELIMITED BY SIZE
                      STMT-BAL-ED         DELIMITED BY SIZE
                  INTO STATEMENT-REC
               END-STRING
               WRITE STATEMENT-REC
               MOVE SPACES TO STATEMENT-REC
               WRITE STATEMENT-REC
               ADD 2 TO STMT-LINE-COUNT
           END-IF.

      *========================================================================
      * Prints the month's totals by kind and the closing balance
      *========================================================================
       write-statement-totals.
           IF STMT-LINE-COUNT > 48
               PERFORM write-statement-heading
           END-IF
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE ALL "-" TO STATEMENT-REC
           WRITE STATEMENT-REC
           MOVE STMT-WIN-TOTAL TO STMT-BAL-ED
           MOVE SPACES TO STATEMENT-REC
           STRING "  WINNINGS CREDITED          " DELIMITED BY SIZE
                  STMT-BAL-ED             DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE STMT-PAY-TOTAL TO STMT-BAL-ED
           MOVE SPACES TO STATEMENT-REC
           STRING "  PAYOUTS                    " DELIMITED BY SIZE
                  STMT-BAL-ED             DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE STMT-ADJ-CR-TOTAL TO STMT-BAL-ED
           MOVE SPACES TO STATEMENT-REC
           STRING "  ADJUSTMENTS CREDITED       " DELIMITED BY SIZE
                  STMT-BAL-ED             DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE STMT-ADJ-DR-TOTAL TO STMT-BAL-ED
           MOVE SPACES TO STATEMENT-REC
           STRING "  ADJUSTMENTS DEBITED        " DELIMITED BY SIZE
                  STMT-BAL-ED             DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE STMT-REV-TOTAL TO STMT-BAL-ED
           MOVE SPACES TO STATEMENT-REC
           STRING "  WINNINGS REVERSED          " DELIMITED BY SIZE
                  STMT-BAL-ED             DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE STMT-CLOSING TO STMT-BAL-ED
           MOVE SPACES TO STATEMENT-REC
           STRING "  CLOSING BALANCE            " DELIMITED BY SIZE
                  STMT-BAL-ED             DELIMITED BY SIZE
              INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC
           MOVE SPACES TO STATEMENT-REC
           WRITE STATEMENT-REC.

      *========================================================================
      * Reads TAX-YEAR-CONTROL, if present, and produces the year-end
      * winnings statements for each tax year asked for
      *========================================================================
       run-tax-year-end.
           SET EOF-TAXYR-FALSE TO TRUE
           OPEN INPUT TAX-YEAR-CONTROL
           PERFORM UNTIL EOF-TAXYR-TRUE
               READ TAX-YEAR-CONTROL
                   AT END SET EOF-TAXYR-TRUE TO TRUE
                   NOT AT END PERFORM produce-tax-year
               END-READ
           END-PERFORM
           CLOSE TAX-YEAR-CONTROL.

      *========================================================================
      * One tax year from the settlement history master - every
      * standing hand settled on a business date in the year is
      * totalled against the account it was paid to, as recorded on
      * its history record. Reversed hands were never paid and are
      * left out. A reportable win never paid to an account goes on
      * the follow-up list instead
      *========================================================================
       produce-tax-year.
           IF TY-YEAR IS NOT NUMERIC
               DISPLAY "*** taxyear.txt: BAD TAX YEAR '",
                       TY-YEAR, "' - MUST BE CCYY ***"
           ELSE
               MOVE TY-YEAR TO TAX-YEAR
               MOVE SPACES TO TAX-FROM-DATE
               STRING TAX-YEAR "0101" DELIMITED BY SIZE
                  INTO TAX-FROM-DATE
               MOVE SPACES TO TAX-TO-DATE
               STRING TAX-YEAR "1231" DELIMITED BY SIZE
                  INTO TAX-TO-DATE
               MOVE SPACES TO TAX-STMT-FILE-NAME
               STRING "taxstmt_"     DELIMITED BY SIZE
                      TAX-YEAR       DELIMITED BY SIZE
                      ".txt"         DELIMITED BY SIZE
                  INTO TAX-STMT-FILE-NAME
               MOVE SPACES TO TAX-XMIT-FILE-NAME
               STRING "taxxmit_"     DELIMITED BY SIZE
                      TAX-YEAR       DELIMITED BY SIZE
                      ".txt"         DELIMITED BY SIZE
                  INTO TAX-XMIT-FILE-NAME
               MOVE SPACES TO TAX-UNREG-FILE-NAME
               STRING "taxunreg_"    DELIMITED BY SIZE
                      TAX-YEAR       DELIMITED BY SIZE
                      ".txt"         DELIMITED BY SIZE
                  INTO TAX-UNREG-FILE-NAME

               PERFORM VARYING TX-ACCT-IX FROM 1 BY 1
                       UNTIL TX-ACCT-IX > PLAYER-ACCT-COUNT
                   MOVE 0 TO TX-HANDS(TX-ACCT-IX)
                   MOVE 0 TO TX-GROSS(TX-ACCT-IX)
                   MOVE 0 TO TX-NET(TX-ACCT-IX)
                   MOVE 0 TO TX-REP-COUNT(TX-ACCT-IX)
                   MOVE 0 TO TX-REP-GROSS(TX-ACCT-IX)
                   MOVE 0 TO TX-WITHHELD(TX-ACCT-IX)
               END-PERFORM
               MOVE 0 TO TX-STMT-COUNT
               MOVE 0 TO TX-REP-ACCTS
               MOVE 0 TO TX-TOT-REP-COUNT
               MOVE 0 TO TX-TOT-REP-GROSS
               MOVE 0 TO TX-TOT-WITHHELD
               MOVE 0 TO TX-UNREG-COUNT
               MOVE 0 TO TX-UNREG-GROSS
               MOVE 0 TO TX-UNREG-WITHHELD
               MOVE 0 TO TX-REV-SKIPPED
               PERFORM build-audit-stamp

               OPEN OUTPUT TAX-UNREG-REPORT
               MOVE SPACES TO TAX-UNREG-REC
               STRING "UNREGISTERED REPORTABLE WINS   TAX YEAR "
                                          DELIMITED BY SIZE
                      TAX-YEAR            DELIMITED BY SIZE
                      "   "               DELIMITED BY SIZE
                      AUDIT-STAMP         DELIMITED BY SIZE
                  INTO TAX-UNREG-REC
               END-STRING
               WRITE TAX-UNREG-REC
               MOVE ALL "=" TO TAX-UNREG-REC
               WRITE TAX-UNREG-REC

               OPEN INPUT SETTLE-HIST
               MOVE TAX-FROM-DATE TO HIST-DATE
               MOVE LOW-VALUES    TO HIST-DECK
               MOVE LOW-VALUES    TO HIST-PART
               MOVE LOW-VALUES    TO HIST-HAND-ID
               START SETTLE-HIST KEY >= HIST-KEY
                   INVALID KEY
                       SET EOF-HIST-TRUE TO TRUE
                   NOT INVALID KEY
                       SET EOF-HIST-FALSE TO TRUE
               END-START
               PERFORM UNTIL EOF-HIST-TRUE
                   READ SETTLE-HIST NEXT RECORD
                       AT END SET EOF-HIST-TRUE TO TRUE
                       NOT AT END
                           IF HIST-DATE > TAX-TO-DATE
                               SET EOF-HIST-TRUE TO TRUE
                           ELSE
                               PERFORM total-one-tax-hand
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLE-HIST

               MOVE ALL "-" TO TAX-UNREG-REC
               WRITE TAX-UNREG-REC
               MOVE SPACES TO TAX-UNREG-REC
               STRING "UNREGISTERED REPORTABLE WINS=" DELIMITED BY SIZE
                      TX-UNREG-COUNT      DELIMITED BY SIZE
                      " GROSS="           DELIMITED BY SIZE
                      TX-UNREG-GROSS      DELIMITED BY SIZE
                      " WITHHELD="        DELIMITED BY SIZE
                      TX-UNREG-WITHHELD   DELIMITED BY SIZE
                  INTO TAX-UNREG-REC
               END-STRING
               WRITE TAX-UNREG-REC
               CLOSE TAX-UNREG-REPORT

               OPEN OUTPUT TAX-STATEMENT
               PERFORM VARYING TX-ACCT-IX FROM 1 BY 1
                       UNTIL TX-ACCT-IX > PLAYER-ACCT-COUNT
                   IF TX-HANDS(TX-ACCT-IX) > 0
                       PERFORM write-tax-statement
                   END-IF
               END-PERFORM
               CLOSE TAX-STATEMENT

               PERFORM write-tax-transmittal

               COMPUTE TX-ALL-WITHHELD =
                   TX-TOT-WITHHELD + TX-UNREG-WITHHELD
               MOVE SPACES TO AUDIT-LOG-REC
               OPEN EXTEND AUDIT-LOG
               STRING AUDIT-STAMP         DELIMITED BY SIZE
                      " TAX YEAR-END YEAR=" DELIMITED BY SIZE
                      TAX-YEAR            DELIMITED BY SIZE
                      " STATEMENTS="      DELIMITED BY SIZE
                      TX-STMT-COUNT       DELIMITED BY SIZE
                      " REPORTABLE="      DELIMITED BY SIZE
                      TX-TOT-REP-COUNT    DELIMITED BY SIZE
                      " UNREGISTERED="    DELIMITED BY SIZE
                      TX-UNREG-COUNT      DELIMITED BY SIZE
                      " WITHHELD="        DELIMITED BY SIZE
                      TX-ALL-WITHHELD     DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
               WRITE AUDIT-LOG-REC
               CLOSE AUDIT-LOG
               DISPLAY "Tax year-end: year ", TAX-YEAR, " - ",
                       TX-STMT-COUNT, " statement(s) to ",
                       TAX-STMT-FILE-NAME, ", ", TX-UNREG-COUNT,
                       " unregistered reportable win(s) to ",
                       TAX-UNREG-FILE-NAME
           END-IF.

      *========================================================================
      * Adds one history record into its account's year totals, or
      * lists it for follow-up when it is a reportable win with no
      * registered owner
      *========================================================================
       total-one-tax-hand.
           IF HIST-REVERSED
               ADD 1 TO TX-REV-SKIPPED
           ELSE
               PERFORM find-settled-account
               IF PA-FOUND-IX > 0
                   ADD 1          TO TX-HANDS(PA-FOUND-IX)
                   ADD HIST-GROSS TO TX-GROSS(PA-FOUND-IX)
                   ADD HIST-NET   TO TX-NET(PA-FOUND-IX)
                   IF HIST-REPORTABLE
                       ADD 1             TO TX-REP-COUNT(PA-FOUND-IX)
                       ADD HIST-GROSS    TO TX-REP-GROSS(PA-FOUND-IX)
                       ADD HIST-WITHHELD TO TX-WITHHELD(PA-FOUND-IX)
                   END-IF
               ELSE
                   IF HIST-REPORTABLE
                       ADD 1             TO TX-UNREG-COUNT
                       ADD HIST-GROSS    TO TX-UNREG-GROSS
                       ADD HIST-WITHHELD TO TX-UNREG-WITHHELD
                       MOVE SPACES TO TAX-UNREG-REC
                       STRING "DATE="       DELIMITED BY SIZE
                              HIST-DATE     DELIMITED BY SIZE
                              " DECK="      DELIMITED BY SIZE
                              HIST-DECK     DELIMITED BY SIZE
                              " PART="      DELIMITED BY SIZE
                              HIST-PART     DELIMITED BY SIZE
                              " HAND="      DELIMITED BY SIZE
                              HIST-HAND-ID  DELIMITED BY SIZE
                              " GROSS="     DELIMITED BY SIZE
                              HIST-GROSS    DELIMITED BY SIZE
                              " WITHHELD="  DELIMITED BY SIZE
                              HIST-WITHHELD DELIMITED BY SIZE
                          INTO TAX-UNREG-REC
                       END-STRING
                       WRITE TAX-UNREG-REC
                   END-IF
               END-IF
           END-IF.

      *========================================================================
      * Prints one account's winnings statement for the tax year and
      * adds it into the transmittal totals
      *========================================================================
       write-tax-statement.
           ADD 1 TO TX-STMT-COUNT
           IF TX-REP-COUNT(TX-ACCT-IX) > 0
               ADD 1 TO TX-REP-ACCTS
           END-IF
           ADD TX-REP-COUNT(TX-ACCT-IX) TO TX-TOT-REP-COUNT
           ADD TX-REP-GROSS(TX-ACCT-IX) TO TX-TOT-REP-GROSS
           ADD TX-WITHHELD(TX-ACCT-IX)  TO TX-TOT-WITHHELD

           MOVE SPACES TO TAX-STATEMENT-REC
           STRING "WINNINGS STATEMENT   TAX YEAR " DELIMITED BY SIZE
                  TAX-YEAR                   DELIMITED BY SIZE
                  "   ACCOUNT "              DELIMITED BY SIZE
                  PA-TBL-ACCT(TX-ACCT-IX)    DELIMITED BY SIZE
              INTO TAX-STATEMENT-REC
           END-STRING
           WRITE TAX-STATEMENT-REC
           MOVE SPACES TO TAX-STATEMENT-REC
           STRING "ACCOUNT HOLDER: "         DELIMITED BY SIZE
                  PA-TBL-NAME(TX-ACCT-IX)    DELIMITED BY SIZE
                  "   STATUS "               DELIMITED BY SIZE
                  PA-TBL-STATUS(TX-ACCT-IX)  DELIMITED BY SIZE
              INTO TAX-STATEMENT-REC
           END-STRING
           WRITE TAX-STATEMENT-REC
           MOVE ALL "=" TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC

           MOVE "  HANDS SETTLED IN YEAR" TO TX-LINE-LABEL
           MOVE TX-HANDS(TX-ACCT-IX)      TO TX-LINE-AMT
           PERFORM write-tax-stmt-line
           MOVE "  GROSS WINNINGS"        TO TX-LINE-LABEL
           MOVE TX-GROSS(TX-ACCT-IX)      TO TX-LINE-AMT
           PERFORM write-tax-stmt-line
           MOVE "  NET PAID AFTER RAKE AND TAX" TO TX-LINE-LABEL
           MOVE TX-NET(TX-ACCT-IX)        TO TX-LINE-AMT
           PERFORM write-tax-stmt-line
           MOVE "  REPORTABLE WINS"       TO TX-LINE-LABEL
           MOVE TX-REP-COUNT(TX-ACCT-IX)  TO TX-LINE-AMT
           PERFORM write-tax-stmt-line
           MOVE "  REPORTABLE GROSS WINNINGS" TO TX-LINE-LABEL
           MOVE TX-REP-GROSS(TX-ACCT-IX)  TO TX-LINE-AMT
           PERFORM write-tax-stmt-line
           MOVE "  TAX WITHHELD"          TO TX-LINE-LABEL
           MOVE TX-WITHHELD(TX-ACCT-IX)   TO TX-LINE-AMT
           PERFORM write-tax-stmt-line
           MOVE SPACES TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC.

      *========================================================================
      * Prints one labelled figure of a winnings statement
      *========================================================================
       write-tax-stmt-line.
           MOVE TX-LINE-AMT TO TX-AMT-ED
           MOVE SPACES TO TAX-STATEMENT-REC
           STRING TX-LINE-LABEL  DELIMITED BY SIZE
                  TX-AMT-ED      DELIMITED BY SIZE
              INTO TAX-STATEMENT-REC
           END-STRING
           WRITE TAX-STATEMENT-REC.

      *========================================================================
      * Writes the year's transmittal summary for the tax authority -
      * statements issued and the reportable wins and tax withheld,
      * registered and unregistered
      *========================================================================
       write-tax-transmittal.
           OPEN OUTPUT TAX-TRANSMITTAL
           MOVE SPACES TO TAX-TRANSMITTAL-REC
           STRING "WINNINGS TRANSMITTAL   TAX YEAR " DELIMITED BY SIZE
                  TAX-YEAR            DELIMITED BY SIZE
                  "   PREPARED "      DELIMITED BY SIZE
                  AUDIT-STAMP         DELIMITED BY SIZE
              INTO TAX-TRANSMITTAL-REC
           END-STRING
           WRITE TAX-TRANSMITTAL-REC
           MOVE ALL "=" TO TAX-TRANSMITTAL-REC
           WRITE TAX-TRANSMITTAL-REC

           MOVE "  STATEMENTS ISSUED"      TO TX-LINE-LABEL
           MOVE TX-STMT-COUNT              TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  ACCOUNTS WITH REPORTABLE WINS" TO TX-LINE-LABEL
           MOVE TX-REP-ACCTS               TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  REPORTABLE WINS"        TO TX-LINE-LABEL
           MOVE TX-TOT-REP-COUNT           TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  REPORTABLE GROSS WINNINGS" TO TX-LINE-LABEL
           MOVE TX-TOT-REP-GROSS           TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  TAX WITHHELD"           TO TX-LINE-LABEL
           MOVE TX-TOT-WITHHELD            TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  UNREGISTERED REPORTABLE WINS" TO TX-LINE-LABEL
           MOVE TX-UNREG-COUNT             TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  UNREGISTERED GROSS WINNINGS" TO TX-LINE-LABEL
           MOVE TX-UNREG-GROSS             TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE "  UNREGISTERED TAX WITHHELD" TO TX-LINE-LABEL
           MOVE TX-UNREG-WITHHELD          TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           MOVE ALL "-" TO TAX-TRANSMITTAL-REC
           WRITE TAX-TRANSMITTAL-REC
           MOVE "  TOTAL TAX WITHHELD"     TO TX-LINE-LABEL
           COMPUTE TX-LINE-AMT = TX-TOT-WITHHELD + TX-UNREG-WITHHELD
           PERFORM write-tax-xmit-line
           MOVE "  REVERSED HANDS EXCLUDED" TO TX-LINE-LABEL
           MOVE TX-REV-SKIPPED             TO TX-LINE-AMT
           PERFORM write-tax-xmit-line
           CLOSE TAX-TRANSMITTAL.

      *========================================================================
      * Prints one labelled figure of the transmittal
      *========================================================================
       write-tax-xmit-line.
           MOVE TX-LINE-AMT TO TX-AMT-ED
           MOVE SPACES TO TAX-TRANSMITTAL-REC
           STRING TX-LINE-LABEL  DELIMITED BY SIZE
                  TX-AMT-ED      DELIMITED BY SIZE
              INTO TAX-TRANSMITTAL-REC
           END-STRING
           WRITE TAX-TRANSMITTAL-REC.

      *========================================================================
      * Housekeeping pass - reads the retention window from
      * RETENTION-FILE and, when one is set, clears out the per-deck/
      * part output files for runs whose newest audit_log.txt entry
      * is older than that many days
      *========================================================================
       purge-old-outputs.
           PERFORM read-retention-days
           IF RETAIN-DAYS > 0
               PERFORM collect-purge-candidates
               PERFORM purge-stale-deck-parts
           END-IF.

      *========================================================================
      * Reads the day count ops wants to keep from RETENTION-FILE -
      * absent file, blank or non-numeric value all mean no purge
      *========================================================================
       read-retention-days.
           MOVE 0 TO RETAIN-DAYS
           SET EOF-RETAIN-FALSE TO TRUE
           OPEN INPUT RETENTION-FILE
           PERFORM UNTIL EOF-RETAIN-TRUE
               READ RETENTION-FILE
                   AT END SET EOF-RETAIN-TRUE TO TRUE
                   NOT AT END
                       IF RETENTION-DAYS-IN IS NUMERIC
                           MOVE RETENTION-DAYS-IN TO RETAIN-DAYS
                       ELSE
                           DISPLAY "*** NON-NUMERIC DAY COUNT IN ",
                                   "retention.txt: '",
                                   RETENTION-DAYS-IN,
                                   "' - NOTHING PURGED"
                           MOVE 0 TO RETAIN-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENTION-FILE.

      *========================================================================
      * Walks the run-history audit trail and records the newest date
      * seen for every deck/part named in it, so only deck/parts whose
      * LATEST run is outside the retention window get purged
      *========================================================================
       collect-purge-candidates.
           ACCEPT AUDIT-TODAY FROM DATE
           MOVE "20"     TO PURGE-DATE-YEAR(1:2)
           MOVE AUDIT-YY TO PURGE-DATE-YEAR(3:2)
           MOVE AUDIT-MM TO PURGE-DATE-MM
           MOVE AUDIT-DD TO PURGE-DATE-DD
           COMPUTE PURGE-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(PURGE-DATE-NUM) - RETAIN-DAYS

           MOVE 0 TO PURGE-COUNT
           SET EOF-PURGE-FALSE TO TRUE
           OPEN INPUT AUDIT-LOG
           PERFORM UNTIL EOF-PURGE-TRUE
               READ AUDIT-LOG
                   AT END SET EOF-PURGE-TRUE TO TRUE
                   NOT AT END PERFORM record-purge-candidate
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

      *========================================================================
      * Parses one audit line - date up front, then DECK=/PART= - and
      * folds it into the newest-date-per-deck/part table. Lines that
      * do not parse (hand-edited, truncated) are left alone rather
      * than guessed at
      *========================================================================
       record-purge-candidate.
           MOVE AUDIT-LOG-REC(1:4)  TO PURGE-DATE-YEAR
           MOVE AUDIT-LOG-REC(6:2)  TO PURGE-DATE-MM
           MOVE AUDIT-LOG-REC(9:2)  TO PURGE-DATE-DD
           IF PURGE-DATE-NUM IS NUMERIC
               AND AUDIT-LOG-REC(21:5) = "DECK="
               COMPUTE PURGE-LINE-DAY =
                   FUNCTION INTEGER-OF-DATE(PURGE-DATE-NUM)
               MOVE AUDIT-LOG-REC(26:95) TO PURGE-PARSE-AREA
               MOVE SPACES TO PURGE-DECK-TOKEN
               MOVE SPACES TO PURGE-PART-TOKEN
               UNSTRING PURGE-PARSE-AREA DELIMITED BY ALL " "
                   INTO PURGE-DECK-TOKEN, PURGE-PART-TOKEN
               END-UNSTRING
               IF PURGE-LINE-DAY > 0
                   AND PURGE-DECK-TOKEN NOT = SPACES
                   AND PURGE-PART-TOKEN(1:5) = "PART="
                   PERFORM note-purge-deck-part
               END-IF
           END-IF.

      *========================================================================
      * Records (or refreshes) the newest audit date for one deck/part
      *========================================================================
       note-purge-deck-part.
           SET PURGE-MATCH-NOT-FOUND TO TRUE
           PERFORM VARYING PURGE-I FROM 1 BY 1
                   UNTIL PURGE-I > PURGE-COUNT
               IF PURGE-DECK(PURGE-I) = PURGE-DECK-TOKEN
                   AND PURGE-PART(PURGE-I) = PURGE-PART-TOKEN(6:1)
                   SET PURGE-MATCH-FOUND TO TRUE
                   IF PURGE-LINE-DAY > PURGE-LAST-DAY(PURGE-I)
                       MOVE PURGE-LINE-DAY
                            TO PURGE-LAST-DAY(PURGE-I)
                   END-IF
               END-IF
           END-PERFORM

           IF PURGE-MATCH-NOT-FOUND
               IF PURGE-COUNT < 2000
                   ADD 1 TO PURGE-COUNT
                   MOVE PURGE-DECK-TOKEN
                        TO PURGE-DECK(PURGE-COUNT)
                   MOVE PURGE-PART-TOKEN(6:1)
                        TO PURGE-PART(PURGE-COUNT)
                   MOVE PURGE-LINE-DAY
                        TO PURGE-LAST-DAY(PURGE-COUNT)
               ELSE
                   DISPLAY "*** PURGE TABLE FULL - SOME OLD RUNS ",
                           "LEFT ON DISK THIS PASS ***"
               END-IF
           END-IF.

      *========================================================================
      * Clears out the output files for every deck/part whose newest
      * audit entry fell outside the retention window
      *========================================================================
       purge-stale-deck-parts.
           MOVE 0 TO PURGE-FILE-COUNT
           PERFORM VARYING PURGE-I FROM 1 BY 1
                   UNTIL PURGE-I > PURGE-COUNT
               IF PURGE-LAST-DAY(PURGE-I) < PURGE-CUTOFF-DAY
                   PERFORM purge-one-deck-part
               END-IF
           END-PERFORM
           DISPLAY "Housekeeping: ", PURGE-FILE-COUNT,
                   " FILE(S) PURGED, RETENTION ", RETAIN-DAYS,
                   " DAY(S)".

      *========================================================================
      * Deletes the per-deck/part output files - production and
      * what-if scratch alike - for one stale deck/part, reusing the
      * same name builders the runs used to create them
      *========================================================================
       purge-one-deck-part.
           MOVE PURGE-DECK(PURGE-I) TO DECK-REC
           MOVE PURGE-PART(PURGE-I) TO PART
           DISPLAY "Purging outputs for deck ", PURGE-DECK(PURGE-I),
                   " part ", PART
           PERFORM build-transformed-name
           PERFORM build-checkpoint-name
           PERFORM build-bad-hands-name
           PERFORM build-hand-report-name
           PERFORM build-handlook-name
           PERFORM build-settlement-name
           PERFORM build-tie-review-name
           PERFORM build-player-rollup-name
           MOVE TRANSFORMED-FILE-NAME TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE CHECKPOINT-FILE-NAME  TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE BAD-HANDS-FILE-NAME   TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE HAND-REPORT-FILE-NAME TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE HANDLOOK-FILE-NAME    TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE SETTLEMENT-FILE-NAME  TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE TIE-REVIEW-FILE-NAME  TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE PLAYER-ROLLUP-FILE-NAME TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           PERFORM build-supp-settlement-name
           MOVE SUPP-SETTLEMENT-FILE-NAME TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
      * What-if scratch files age out with the deck. Every ruleset
      * part is swept, not just the audit-logged one, because a
      * what-if pass scores under staged parts that may predate the
      * audit trail carrying what-if entries
           PERFORM VARYING RS-SCAN-I FROM 1 BY 1
                   UNTIL RS-SCAN-I > RULESET-COUNT
               MOVE RULESET-PART(RS-SCAN-I) TO PART
               PERFORM purge-whatif-scratch-files
           END-PERFORM
      * ... and so do the what-if difference reports, for every
      * base/proposed pairing of those parts
           PERFORM VARYING RS-SCAN-I FROM 1 BY 1
                   UNTIL RS-SCAN-I > RULESET-COUNT
               MOVE RULESET-PART(RS-SCAN-I) TO WI-PART-BASE
               PERFORM VARYING RS-SCAN-J FROM 1 BY 1
                       UNTIL RS-SCAN-J > RULESET-COUNT
                   MOVE RULESET-PART(RS-SCAN-J) TO WI-PART-PROPOSED
                   PERFORM build-whatif-report-name
                   MOVE WHATIF-REPORT-FILE-NAME TO PURGE-FILE-NAME
                   PERFORM delete-one-output-file
               END-PERFORM
           END-PERFORM.

      *========================================================================
      * Deletes the seven what-if scratch files for the deck/part
      * currently named in DECK-REC/PART
      *========================================================================
       purge-whatif-scratch-files.
           PERFORM build-whatif-work-names
           MOVE TRANSFORMED-FILE-NAME TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE CHECKPOINT-FILE-NAME  TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE BAD-HANDS-FILE-NAME   TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE HAND-REPORT-FILE-NAME TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE HANDLOOK-FILE-NAME    TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE SETTLEMENT-FILE-NAME  TO PURGE-FILE-NAME
           PERFORM delete-one-output-file
           MOVE TIE-REVIEW-FILE-NAME  TO PURGE-FILE-NAME
           PERFORM delete-one-output-file.

      *========================================================================
      * Deletes one output file by name - a file already gone is fine
      * (an abended run may never have written it), so the delete
      * status is not allowed to linger in RETURN-CODE
      *========================================================================
       delete-one-output-file.
           CALL "CBL_DELETE_FILE" USING PURGE-FILE-NAME
           IF RETURN-CODE = 0
               ADD 1 TO PURGE-FILE-COUNT
           END-IF
           MOVE 0 TO RETURN-CODE.

      *========================================================================
      * Reads WHATIF-CONTROL, if present, and runs one before/after
      * comparison per line - deck scored under WI-PART-BASE (the
      * live ruleset) and WI-PART-PROPOSED (the candidate ruleset
      * staged in rules.txt), reporting every hand whose RANK or
      * WINNINGS would change
      *========================================================================
       run-whatif-comparisons.
           SET EOF-WHATIF-FALSE TO TRUE
           OPEN INPUT WHATIF-CONTROL
      * What-if scoring passes land in the run-history trail too, so
      * the housekeeping pass can age their scratch files out like
      * any other deck/part output - tagged WHATIF=Y so they can
      * never be mistaken for the night's real scoring
           OPEN EXTEND AUDIT-LOG
           MOVE " WHATIF=Y" TO AUDIT-WHATIF-TAG
           SET PROD-RUN-OFF TO TRUE
           PERFORM UNTIL EOF-WHATIF-TRUE
               READ WHATIF-CONTROL
                   AT END SET EOF-WHATIF-TRUE TO TRUE
                   NOT AT END PERFORM process-one-whatif-request
               END-READ
           END-PERFORM
           SET PROD-RUN TO TRUE
           MOVE SPACES TO AUDIT-WHATIF-TAG
           CLOSE WHATIF-CONTROL
           CLOSE AUDIT-LOG.

      *========================================================================
      * Scores one deck under both the base and proposed PART/ruleset
      * values named on a WHATIF-CONTROL line, then compares the two
      * resulting handlook files
      *========================================================================
       process-one-whatif-request.
           MOVE WI-DECK TO DECK-REC
           MOVE WI-DECK TO CARDS-FILE-NAME

      * A part value with no rule set line would score nothing at all
      * and then affirmatively report the rule change as a no-op -
      * skip the request with a clear message instead
           PERFORM validate-whatif-parts
           IF WHATIF-PARTS-OK
               PERFORM score-one-whatif-request
           END-IF.

      *========================================================================
      * Checks both part values on the current WHATIF-CONTROL line
      * against RULESET-TABLE
      *========================================================================
       validate-whatif-parts.
           SET WHATIF-PARTS-OK TO TRUE

           MOVE WI-PART-BASE TO RS-NEEDED-PART
           PERFORM find-needed-part
           IF RS-PART-NOT-FOUND
               SET WHATIF-PARTS-BAD TO TRUE
               DISPLAY "*** WHAT-IF FOR DECK ", WI-DECK,
                       " SKIPPED - NO RULE SET FOR BASE PART ",
                       WI-PART-BASE, " ***"
           END-IF

           MOVE WI-PART-PROPOSED TO RS-NEEDED-PART
           PERFORM find-needed-part
           IF RS-PART-NOT-FOUND
               SET WHATIF-PARTS-BAD TO TRUE
               DISPLAY "*** WHAT-IF FOR DECK ", WI-DECK,
                       " SKIPPED - NO RULE SET FOR PROPOSED PART ",
                       WI-PART-PROPOSED, " ***"
           END-IF.

      *========================================================================
      * Runs the two scoring passes and the comparison for a validated
      * WHATIF-CONTROL line
      *========================================================================
       score-one-whatif-request.
           DISPLAY "What-if: deck=", WI-DECK,
                   " base part=", WI-PART-BASE,
                   " proposed part=", WI-PART-PROPOSED

      * What-if decks are not pre-flighted, so a missing or short
      * deck file surfaces here as a refusal from run-part. Abandon
      * the request: no zeros audit line, and no comparison against
      * lookup files the refused pass never wrote (or worse, stale
      * wiflook files left over from a prior night)
           MOVE WI-PART-BASE TO PART
           PERFORM build-whatif-work-names
           PERFORM run-part
           IF RECON-REFUSED
               DISPLAY "*** WHAT-IF FOR DECK ", WI-DECK,
                       " ABANDONED - DECK REFUSED: ",
                       XMIT-REFUSE-REASON, " ***"
           ELSE
               PERFORM write-audit-log
               MOVE HANDLOOK-FILE-NAME TO WHATIF-BASE-LOOK-NAME

               MOVE WI-PART-PROPOSED TO PART
               PERFORM build-whatif-work-names
               PERFORM run-part
               IF RECON-REFUSED
                   DISPLAY "*** WHAT-IF FOR DECK ", WI-DECK,
                           " ABANDONED - DECK REFUSED: ",
                           XMIT-REFUSE-REASON, " ***"
               ELSE
                   PERFORM write-audit-log
                   MOVE HANDLOOK-FILE-NAME TO WHATIF-PROP-LOOK-NAME

                   PERFORM build-whatif-report-name
                   PERFORM compare-whatif-rulesets
               END-IF
           END-IF.

      *========================================================================
      * Builds wif*-prefixed scratch names for every file a what-if
      * scoring pass writes, so the production names built by the
      * build-*-name paragraphs - the night's real settlement feed,
      * handlook and checkpoint trails - are never opened, truncated
      * or half-rewritten by an abended what-if run
      *========================================================================
       build-whatif-work-names.
           MOVE SPACES TO TRANSFORMED-FILE-NAME
           STRING "wiftran_"       DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO TRANSFORMED-FILE-NAME
           MOVE SPACES TO CHECKPOINT-FILE-NAME
           STRING "wifckpt_"       DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO CHECKPOINT-FILE-NAME
           MOVE SPACES TO BAD-HANDS-FILE-NAME
           STRING "wifbad_"        DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO BAD-HANDS-FILE-NAME
           MOVE SPACES TO HAND-REPORT-FILE-NAME
           STRING "wifrpt_"        DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO HAND-REPORT-FILE-NAME
           MOVE SPACES TO HANDLOOK-FILE-NAME
           STRING "wiflook_"       DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
              INTO HANDLOOK-FILE-NAME
           MOVE SPACES TO SETTLEMENT-FILE-NAME
           STRING "wifsetl_"       DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO SETTLEMENT-FILE-NAME
           MOVE SPACES TO TIE-REVIEW-FILE-NAME
           STRING "wiftie_"        DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO TIE-REVIEW-FILE-NAME.

      *========================================================================
      * Builds the what-if difference report name for one deck/base/
      * proposed combination
      *========================================================================
       build-whatif-report-name.
           MOVE SPACES TO WHATIF-REPORT-FILE-NAME
           STRING "whatif_"         DELIMITED BY SIZE
                  DECK-REC           DELIMITED BY SPACE
                  "_p"               DELIMITED BY SIZE
                  WI-PART-BASE       DELIMITED BY SIZE
                  "v"                DELIMITED BY SIZE
                  WI-PART-PROPOSED   DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
              INTO WHATIF-REPORT-FILE-NAME.

      *========================================================================
      * Walks the base handlook file and, for every hand, looks its
      * real (untranslated) ID up in the proposed handlook file - the
      * translated IDs differ between rulesets, so only the original
      * punched ID can pair the two passes. Any RANK or WINNINGS
      * difference is written to the what-if report, and so is a hand
      * the proposed rules no longer admit at all. A reverse sweep of
      * the proposed file then reports hands only the proposed rules
      * admit - an admission change swings that hand's payout between
      * something and nothing, which is exactly what the report is for
      *========================================================================
       compare-whatif-rulesets.
           OPEN INPUT WHATIF-BASE-LOOK
           OPEN INPUT WHATIF-PROP-LOOK
           OPEN OUTPUT WHATIF-REPORT

           MOVE 0 TO WHATIF-DIFF-COUNT
           SET EOF-WBL-FALSE TO TRUE
           PERFORM UNTIL EOF-WBL-TRUE
               READ WHATIF-BASE-LOOK NEXT RECORD
                   AT END SET EOF-WBL-TRUE TO TRUE
                   NOT AT END PERFORM compare-one-whatif-hand
               END-READ
           END-PERFORM

      * Close and reopen for the reverse sweep so both files start
      * back at their first record regardless of where the keyed
      * reads above left the file position
           CLOSE WHATIF-BASE-LOOK
           CLOSE WHATIF-PROP-LOOK
           OPEN INPUT WHATIF-BASE-LOOK
           OPEN INPUT WHATIF-PROP-LOOK

           SET EOF-WPL-FALSE TO TRUE
           PERFORM UNTIL EOF-WPL-TRUE
               READ WHATIF-PROP-LOOK NEXT RECORD
                   AT END SET EOF-WPL-TRUE TO TRUE
                   NOT AT END PERFORM check-proposed-only-hand
               END-READ
           END-PERFORM

           CLOSE WHATIF-BASE-LOOK
           CLOSE WHATIF-PROP-LOOK
           CLOSE WHATIF-REPORT

           DISPLAY "What-if comparison complete - ", WHATIF-DIFF-COUNT,
                   " hand(s) would change".

      *========================================================================
      * Looks the current WHATIF-BASE-LOOK hand up in WHATIF-PROP-LOOK
      * by its real (untranslated) hand ID and flags a difference,
      * if any
      *========================================================================
       compare-one-whatif-hand.
           MOVE WBL-HAND-ID TO WPL-HAND-ID
           READ WHATIF-PROP-LOOK
               INVALID KEY
                   DISPLAY "*** What-if: hand ", WBL-HAND-ID,
                           " NOT FOUND UNDER PROPOSED RULES"
                   PERFORM write-whatif-base-only
               NOT INVALID KEY
                   PERFORM write-whatif-diff-if-changed
           END-READ.

      *========================================================================
      * Reports a hand the base rules scored but the proposed rules
      * rejected - its payout would drop from BASE-WINNINGS to nothing
      *========================================================================
       write-whatif-base-only.
           ADD 1 TO WHATIF-DIFF-COUNT
           MOVE SPACES TO WHATIF-REPORT-REC
           STRING "HAND="              DELIMITED BY SIZE
                  WBL-HAND-ID           DELIMITED BY SIZE
                  " BASE-RANK="         DELIMITED BY SIZE
                  WBL-RANK              DELIMITED BY SIZE
                  " BASE-WINNINGS="     DELIMITED BY SIZE
                  WBL-WINNINGS          DELIMITED BY SIZE
                  " NOT ADMITTED UNDER PROPOSED RULES"
                                        DELIMITED BY SIZE
               INTO WHATIF-REPORT-REC
           WRITE WHATIF-REPORT-REC.

      *========================================================================
      * Looks the current WHATIF-PROP-LOOK hand up in WHATIF-BASE-LOOK
      * by its real (untranslated) hand ID - a hand found on both
      * sides was already compared by the forward walk, so only the
      * proposed-only case is reported here
      *========================================================================
       check-proposed-only-hand.
           MOVE WPL-HAND-ID TO WBL-HAND-ID
           READ WHATIF-BASE-LOOK
               INVALID KEY
                   DISPLAY "*** What-if: hand ", WPL-HAND-ID,
                           " NOT FOUND UNDER BASE RULES"
                   PERFORM write-whatif-proposed-only
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *========================================================================
      * Reports a hand only the proposed rules admit - its payout
      * would rise from nothing to PROPOSED-WINNINGS
      *========================================================================
       write-whatif-proposed-only.
           ADD 1 TO WHATIF-DIFF-COUNT
           MOVE SPACES TO WHATIF-REPORT-REC
           STRING "HAND="              DELIMITED BY SIZE
                  WPL-HAND-ID           DELIMITED BY SIZE
                  " PROPOSED-RANK="     DELIMITED BY SIZE
                  WPL-RANK              DELIMITED BY SIZE
                  " PROPOSED-WINNINGS=" DELIMITED BY SIZE
                  WPL-WINNINGS          DELIMITED BY SIZE
                  " NOT ADMITTED UNDER BASE RULES"
                                        DELIMITED BY SIZE
               INTO WHATIF-REPORT-REC
           WRITE WHATIF-REPORT-REC.

      *========================================================================
      * Writes one line to the what-if report when RANK or WINNINGS
      * differs between the base and proposed scoring passes
      *========================================================================
       write-whatif-diff-if-changed.
           IF WBL-RANK NOT = WPL-RANK OR WBL-WINNINGS NOT = WPL-WINNINGS
               ADD 1 TO WHATIF-DIFF-COUNT
               MOVE SPACES TO WHATIF-REPORT-REC
               STRING "HAND="              DELIMITED BY SIZE
                      WBL-HAND-ID           DELIMITED BY SIZE
                      " BASE-RANK="         DELIMITED BY SIZE
                      WBL-RANK              DELIMITED BY SIZE
                      " BASE-WINNINGS="     DELIMITED BY SIZE
                      WBL-WINNINGS          DELIMITED BY SIZE
                      " PROPOSED-RANK="     DELIMITED BY SIZE
                      WPL-RANK              DELIMITED BY SIZE
                      " PROPOSED-WINNINGS=" DELIMITED BY SIZE
                      WPL-WINNINGS          DELIMITED BY SIZE
                   INTO WHATIF-REPORT-REC
               WRITE WHATIF-REPORT-REC
           END-IF.

      *========================================================================
      * Writes the batch-wide standings rollup - one line per deck/
      * part processed this run plus a grand-total line - after the
      * DECKLIST loop finishes
      *========================================================================
       write-batch-rollup.
      * A submission that processed no decks - a resubmit just for
      * inquiries, or a restart deck missing from decks.txt - must
      * not wipe the last real run's summary with an empty one. A
      * night that only reversed a deck/part still needs one, so the
      * backed-out figures are on record
           IF ROLLUP-COUNT > 0 OR REV-COUNT > 0
               OPEN OUTPUT BATCH-SUMMARY

               MOVE 0 TO ROLLUP-GRAND-TOTAL
               MOVE 0 TO ROLLUP-RAKE-GRAND
               PERFORM VARYING ROLLUP-I FROM 1 BY 1 UNTIL
                       ROLLUP-I > ROLLUP-COUNT
                   PERFORM write-one-rollup-line
                   ADD ROLLUP-WINNINGS(ROLLUP-I) TO ROLLUP-GRAND-TOTAL
                   ADD ROLLUP-RAKE(ROLLUP-I)     TO ROLLUP-RAKE-GRAND
               END-PERFORM

               MOVE SPACES TO BATCH-SUMMARY-REC
               STRING "GRAND TOTAL WINNINGS THIS RUN: "
                                                   DELIMITED BY SIZE
                      ROLLUP-GRAND-TOTAL           DELIMITED BY SIZE
                   INTO BATCH-SUMMARY-REC
               WRITE BATCH-SUMMARY-REC

               MOVE SPACES TO BATCH-SUMMARY-REC
               STRING "GRAND TOTAL RAKE THIS RUN:     "
                                                   DELIMITED BY SIZE
                      ROLLUP-RAKE-GRAND            DELIMITED BY SIZE
                   INTO BATCH-SUMMARY-REC
               WRITE BATCH-SUMMARY-REC

      * Held hands are out of the winnings above - shown on their
      * own so the night's whole scoring is still on the summary
               IF HOLD-THRESHOLD > 0
                   MOVE SPACES TO BATCH-SUMMARY-REC
                   STRING "GRAND TOTAL HELD FOR APPROVAL: "
                                                   DELIMITED BY SIZE
                          HELD-GROSS-GRAND         DELIMITED BY SIZE
                       INTO BATCH-SUMMARY-REC
                   WRITE BATCH-SUMMARY-REC
               END-IF

               IF REV-COUNT > 0
                   PERFORM write-reversal-summary
               END-IF

               CLOSE BATCH-SUMMARY
           END-IF.

      *========================================================================
      * Appends the night's reversals to the batch summary - one line
      * per reversed deck/part, their totals, and the night's figures
      * net of them so the summary still balances to the feeds
      *========================================================================
       write-reversal-summary.
           MOVE 0 TO REV-GROSS-GRAND
           MOVE 0 TO REV-RAKE-GRAND
           PERFORM VARYING REV-I FROM 1 BY 1 UNTIL REV-I > REV-COUNT
               MOVE SPACES TO BATCH-SUMMARY-REC
               STRING "REVERSED DECK="      DELIMITED BY SIZE
                      REV-TBL-DECK(REV-I)   DELIMITED BY SPACE
                      " PART="              DELIMITED BY SIZE
                      REV-TBL-PART(REV-I)   DELIMITED BY SIZE
                      " DATE="              DELIMITED BY SIZE
                      REV-TBL-DATE(REV-I)   DELIMITED BY SIZE
                      " REASON="            DELIMITED BY SIZE
                      REV-TBL-REASON(REV-I) DELIMITED BY SIZE
                      " HANDS="             DELIMITED BY SIZE
                      REV-TBL-HANDS(REV-I)  DELIMITED BY SIZE
                      " WINNINGS="          DELIMITED BY SIZE
                      REV-TBL-GROSS(REV-I)  DELIMITED BY SIZE
                      " RAKE="              DELIMITED BY SIZE
                      REV-TBL-RAKE(REV-I)   DELIMITED BY SIZE
                   INTO BATCH-SUMMARY-REC
               WRITE BATCH-SUMMARY-REC
               ADD REV-TBL-GROSS(REV-I) TO REV-GROSS-GRAND
               ADD REV-TBL-RAKE(REV-I)  TO REV-RAKE-GRAND
           END-PERFORM

           MOVE SPACES TO BATCH-SUMMARY-REC
           STRING "GRAND TOTAL REVERSED THIS RUN: " DELIMITED BY SIZE
                  REV-GROSS-GRAND                   DELIMITED BY SIZE
               INTO BATCH-SUMMARY-REC
           WRITE BATCH-SUMMARY-REC

           MOVE SPACES TO BATCH-SUMMARY-REC
           STRING "GRAND TOTAL RAKE REVERSED:     " DELIMITED BY SIZE
                  REV-RAKE-GRAND                    DELIMITED BY SIZE
               INTO BATCH-SUMMARY-REC
           WRITE BATCH-SUMMARY-REC

           COMPUTE NET-AFTER-REV = ROLLUP-GRAND-TOTAL - REV-GROSS-GRAND
           MOVE NET-AFTER-REV TO NET-AFTER-REV-ED
           MOVE SPACES TO BATCH-SUMMARY-REC
           STRING "NET WINNINGS AFTER REVERSALS:  " DELIMITED BY SIZE
                  NET-AFTER-REV-ED                  DELIMITED BY SIZE
               INTO BATCH-SUMMARY-REC
           WRITE BATCH-SUMMARY-REC

           COMPUTE NET-AFTER-REV = ROLLUP-RAKE-GRAND - REV-RAKE-GRAND
           MOVE NET-AFTER-REV TO NET-AFTER-REV-ED
           MOVE SPACES TO BATCH-SUMMARY-REC
           STRING "NET RAKE AFTER REVERSALS:      " DELIMITED BY SIZE
                  NET-AFTER-REV-ED                  DELIMITED BY SIZE
               INTO BATCH-SUMMARY-REC
           WRITE BATCH-SUMMARY-REC.

      *========================================================================
      * Writes one deck/part line to the batch-wide standings rollup
      *========================================================================
       write-one-rollup-line.
           MOVE SPACES TO BATCH-SUMMARY-REC
           STRING "DECK="            DELIMITED BY SIZE
                  ROLLUP-DECK(ROLLUP-I)     DELIMITED BY SPACE
                  " PART="           DELIMITED BY SIZE
                  ROLLUP-PART(ROLLUP-I)     DELIMITED BY SIZE
                  " WINNINGS="       DELIMITED BY SIZE
                  ROLLUP-WINNINGS(ROLLUP-I) DELIMITED BY SIZE
                  " RAKE="           DELIMITED BY SIZE
                  ROLLUP-RAKE(ROLLUP-I)     DELIMITED BY SIZE
               INTO BATCH-SUMMARY-REC
           WRITE BATCH-SUMMARY-REC.

      *========================================================================
      * Run-over-run trend pass - walks the audit trail once, keeping
      * the last TREND-RUNS+1 RECS/WINNINGS per deck/part, then
      * reports each deck/part processed tonight against the average
      * of its prior runs. Same guard as the batch summary - a
      * submission that processed nothing keeps the last real report
      *========================================================================
       run-trend-report.
           IF ROLLUP-COUNT > 0
               PERFORM collect-trend-history
               OPEN OUTPUT TREND-REPORT
               PERFORM VARYING ROLLUP-I FROM 1 BY 1
                       UNTIL ROLLUP-I > ROLLUP-COUNT
                   PERFORM trend-one-deck-part
               END-PERFORM
               CLOSE TREND-REPORT
           END-IF.

      *========================================================================
      * Reads the whole audit trail and folds every production
      * scoring line (WHATIF and REPAIR lines carry no RECS= token
      * and fall out of the prefix checks) into the per-deck/part
      * history rings
      *========================================================================
       collect-trend-history.
           MOVE 0 TO TREND-COUNT
           SET EOF-TRNDAUD-FALSE TO TRUE
           OPEN INPUT AUDIT-LOG
           PERFORM UNTIL EOF-TRNDAUD-TRUE
               READ AUDIT-LOG
                   AT END SET EOF-TRNDAUD-TRUE TO TRUE
                   NOT AT END PERFORM collect-one-trend-line
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

      *========================================================================
      * Parses one audit line - lines that do not carry the DECK=/
      * PART=/RECS=/WINNINGS= shape (refusals, repairs, hand edits)
      * are left alone, and WHATIF=Y rehearsals are excluded so a
      * trial ruleset can never pollute a deck/part's history
      *========================================================================
       collect-one-trend-line.
           IF AUDIT-LOG-REC(21:5) = "DECK="
               MOVE SPACES TO TREND-TOK-DECK
               MOVE SPACES TO TREND-TOK-PART
               MOVE SPACES TO TREND-TOK-RECS
               MOVE SPACES TO TREND-TOK-WINS
               MOVE SPACES TO TREND-TOK-TAG
               MOVE SPACES TO TREND-TOK-TAG2
               UNSTRING AUDIT-LOG-REC(26:134) DELIMITED BY ALL " "
                   INTO TREND-TOK-DECK, TREND-TOK-PART,
                        TREND-TOK-RECS, TREND-TOK-WINS,
                        TREND-TOK-TAG, TREND-TOK-TAG2
               END-UNSTRING
               IF TREND-TOK-PART(1:5) = "PART="
                   AND TREND-TOK-RECS(1:5) = "RECS="
                   AND TREND-TOK-WINS(1:9) = "WINNINGS="
                   AND TREND-TOK-TAG(1:7) NOT = "WHATIF="
                   AND TREND-TOK-TAG2(1:7) NOT = "WHATIF="
                   AND TREND-TOK-RECS(6:8) IS NUMERIC
                   AND TREND-TOK-WINS(10:16) IS NUMERIC
                   PERFORM note-trend-entry
               END-IF
           END-IF.

      *========================================================================
      * Folds one parsed scoring line into its deck/part's history
      * ring, shifting the oldest run out once the ring is full
      *========================================================================
       note-trend-entry.
           MOVE 0 TO TREND-ROW
           PERFORM VARYING TREND-I FROM 1 BY 1
                   UNTIL TREND-I > TREND-COUNT
               IF TR-DECK(TREND-I) = TREND-TOK-DECK
                   AND TR-PART(TREND-I) = TREND-TOK-PART(6:1)
                   MOVE TREND-I TO TREND-ROW
               END-IF
           END-PERFORM

           IF TREND-ROW = 0
               IF TREND-COUNT >= 2000
                   DISPLAY "*** TREND TABLE FULL - SOME DECK/PART ",
                           "HISTORY LEFT OUT THIS PASS ***"
               ELSE
                   ADD 1 TO TREND-COUNT
                   MOVE TREND-COUNT TO TREND-ROW
                   MOVE TREND-TOK-DECK      TO TR-DECK(TREND-ROW)
                   MOVE TREND-TOK-PART(6:1) TO TR-PART(TREND-ROW)
                   MOVE 0 TO TR-CNT(TREND-ROW)
               END-IF
           END-IF

           IF TREND-ROW > 0
               IF TR-CNT(TREND-ROW) < 11
                   ADD 1 TO TR-CNT(TREND-ROW)
               ELSE
                   PERFORM VARYING TREND-J FROM 1 BY 1
                           UNTIL TREND-J > 10
                       MOVE TR-HIST(TREND-ROW, TREND-J + 1)
                            TO TR-HIST(TREND-ROW, TREND-J)
                   END-PERFORM
               END-IF
               MOVE TREND-TOK-RECS(6:8)
                    TO TR-RECS(TREND-ROW, TR-CNT(TREND-ROW))
               MOVE TREND-TOK-WINS(10:16)
                    TO TR-WINS(TREND-ROW, TR-CNT(TREND-ROW))
           END-IF.

      *========================================================================
      * Reports one deck/part processed tonight against the average
      * of its prior runs. The ring's newest entry is tonight's own
      * audit line, so the average is taken over the entries before
      * it - up to TREND-RUNS of them
      *========================================================================
       trend-one-deck-part.
      * Test the captured status through the shared status byte so
      * the REFUSED spelling lives in the one set of 88-levels - the
      * batch window is long over, nothing reads RECON-STATUS after
      * this point
           MOVE ROLLUP-RECON(ROLLUP-I) TO RECON-STATUS
           IF RECON-REFUSED
               MOVE SPACES TO TREND-REPORT-REC
               STRING "DECK="                DELIMITED BY SIZE
                      ROLLUP-DECK(ROLLUP-I)   DELIMITED BY SPACE
                      " PART="               DELIMITED BY SIZE
                      ROLLUP-PART(ROLLUP-I)   DELIMITED BY SIZE
                      " REFUSED TONIGHT - NO TREND"
                                             DELIMITED BY SIZE
                   INTO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
           ELSE
               PERFORM trend-one-scored-part
           END-IF.

      *========================================================================
      * The averaging and tolerance check for one scored deck/part
      *========================================================================
       trend-one-scored-part.
           MOVE 0 TO TREND-ROW
           PERFORM VARYING TREND-I FROM 1 BY 1
                   UNTIL TREND-I > TREND-COUNT
               IF TR-DECK(TREND-I) = ROLLUP-DECK(ROLLUP-I)
                   AND TR-PART(TREND-I) = ROLLUP-PART(ROLLUP-I)
                   MOVE TREND-I TO TREND-ROW
               END-IF
           END-PERFORM

           IF TREND-ROW = 0 OR TR-CNT(TREND-ROW) < 2
               MOVE SPACES TO TREND-REPORT-REC
               STRING "DECK="                DELIMITED BY SIZE
                      ROLLUP-DECK(ROLLUP-I)   DELIMITED BY SPACE
                      " PART="               DELIMITED BY SIZE
                      ROLLUP-PART(ROLLUP-I)   DELIMITED BY SIZE
                      " INSUFFICIENT HISTORY - NO TREND"
                                             DELIMITED BY SIZE
                   INTO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
           ELSE
               COMPUTE TREND-PRIOR-N = TR-CNT(TREND-ROW) - 1
               IF TREND-PRIOR-N > TREND-RUNS
                   MOVE TREND-RUNS TO TREND-PRIOR-N
               END-IF
               MOVE 0 TO TREND-SUM-RECS
               MOVE 0 TO TREND-SUM-WINS
               PERFORM VARYING TREND-J
                       FROM 1 BY 1 UNTIL TREND-J > TREND-PRIOR-N
                   ADD TR-RECS(TREND-ROW,
                       TR-CNT(TREND-ROW) - TREND-J)
                       TO TREND-SUM-RECS
                   ADD TR-WINS(TREND-ROW,
                       TR-CNT(TREND-ROW) - TREND-J)
                       TO TREND-SUM-WINS
               END-PERFORM
               COMPUTE TREND-AVG-RECS =
                   TREND-SUM-RECS / TREND-PRIOR-N
               COMPUTE TREND-AVG-WINS =
                   TREND-SUM-WINS / TREND-PRIOR-N
               PERFORM write-trend-line
           END-IF.

      *========================================================================
      * Writes one deck/part's trend line, flagged when tonight's
      * RECS or WINNINGS moved more than TREND-TOL-PCT against the
      * prior-run average
      *========================================================================
       write-trend-line.
           SET TREND-NOT-FLAGGED TO TRUE

           IF TREND-AVG-RECS = 0
               IF ROLLUP-RECS-OUT(ROLLUP-I) > 0
                   MOVE 999 TO TREND-PCT-RECS
               ELSE
                   MOVE 0 TO TREND-PCT-RECS
               END-IF
           ELSE
               IF ROLLUP-RECS-OUT(ROLLUP-I) >= TREND-AVG-RECS
                   COMPUTE TREND-PCT-RECS =
                       (ROLLUP-RECS-OUT(ROLLUP-I) - TREND-AVG-RECS)
                       * 100 / TREND-AVG-RECS
                       ON SIZE ERROR MOVE 99999999 TO TREND-PCT-RECS
                   END-COMPUTE
               ELSE
                   COMPUTE TREND-PCT-RECS =
                       (TREND-AVG-RECS - ROLLUP-RECS-OUT(ROLLUP-I))
                       * 100 / TREND-AVG-RECS
                       ON SIZE ERROR MOVE 99999999 TO TREND-PCT-RECS
                   END-COMPUTE
               END-IF
           END-IF

           IF TREND-AVG-WINS = 0
               IF ROLLUP-WINNINGS(ROLLUP-I) > 0
                   MOVE 999 TO TREND-PCT-WINS
               ELSE
                   MOVE 0 TO TREND-PCT-WINS
               END-IF
           ELSE
               IF ROLLUP-WINNINGS(ROLLUP-I) >= TREND-AVG-WINS
                   COMPUTE TREND-PCT-WINS =
                       (ROLLUP-WINNINGS(ROLLUP-I) - TREND-AVG-WINS)
                       * 100 / TREND-AVG-WINS
                       ON SIZE ERROR MOVE 99999999 TO TREND-PCT-WINS
                   END-COMPUTE
               ELSE
                   COMPUTE TREND-PCT-WINS =
                       (TREND-AVG-WINS - ROLLUP-WINNINGS(ROLLUP-I))
                       * 100 / TREND-AVG-WINS
                       ON SIZE ERROR MOVE 99999999 TO TREND-PCT-WINS
                   END-COMPUTE
               END-IF
           END-IF

           IF TREND-PCT-RECS > TREND-TOL-PCT
               OR TREND-PCT-WINS > TREND-TOL-PCT
               SET TREND-FLAGGED TO TRUE
               DISPLAY "*** TREND: DECK ", ROLLUP-DECK(ROLLUP-I),
                       " PART ", ROLLUP-PART(ROLLUP-I),
                       " MOVED RECS ", TREND-PCT-RECS,
                       "% WINNINGS ", TREND-PCT-WINS,
                       "% AGAINST ", TREND-PRIOR-N, " PRIOR RUN(S)"
           END-IF

           MOVE SPACES TO TREND-REPORT-REC
           STRING "DECK="                  DELIMITED BY SIZE
                  ROLLUP-DECK(ROLLUP-I)     DELIMITED BY SPACE
                  " PART="                 DELIMITED BY SIZE
                  ROLLUP-PART(ROLLUP-I)     DELIMITED BY SIZE
                  " RECS="                 DELIMITED BY SIZE
                  ROLLUP-RECS-OUT(ROLLUP-I) DELIMITED BY SIZE
                  " AVG="                  DELIMITED BY SIZE
                  TREND-AVG-RECS            DELIMITED BY SIZE
                  " PCT="                  DELIMITED BY SIZE
                  TREND-PCT-RECS            DELIMITED BY SIZE
                  " WINNINGS="             DELIMITED BY SIZE
                  ROLLUP-WINNINGS(ROLLUP-I) DELIMITED BY SIZE
                  " AVG="                  DELIMITED BY SIZE
                  TREND-AVG-WINS            DELIMITED BY SIZE
                  " PCT="                  DELIMITED BY SIZE
                  TREND-PCT-WINS            DELIMITED BY SIZE
               INTO TREND-REPORT-REC
           END-STRING
           IF TREND-FLAGGED
               MOVE "** OUT OF TOLERANCE **"
                    TO TREND-REPORT-REC(136:22)
           END-IF
           WRITE TREND-REPORT-REC.

      *========================================================================
      * Writes the consolidated night-operations report - one section
      * per deck/part processed this run, end-of-window totals, and
      * the job condition code with what drove it, formatted with
      * page headings so it can be printed and signed off as the
      * shift record. Same guard as the batch summary - a submission
      * that processed nothing must not wipe the last real report
      *========================================================================
       write-ops-report.
           IF ROLLUP-COUNT > 0
               ACCEPT AUDIT-TODAY FROM DATE
               ACCEPT AUDIT-NOW   FROM TIME
               OPEN OUTPUT OPS-REPORT
               MOVE 0 TO OPS-PAGE-NO
               MOVE 0 TO OPS-TOT-RECS-IN
               MOVE 0 TO OPS-TOT-RECS-OUT
               MOVE 0 TO OPS-TOT-BAD
               MOVE 0 TO OPS-TOT-TIES
               MOVE 0 TO OPS-TOT-RAKE
               PERFORM write-ops-heading
               PERFORM VARYING ROLLUP-I FROM 1 BY 1
                       UNTIL ROLLUP-I > ROLLUP-COUNT
                   PERFORM write-ops-section
               END-PERFORM
               PERFORM write-ops-pending
               PERFORM write-ops-totals
               CLOSE OPS-REPORT
           END-IF.

      *========================================================================
      * Starts a new report page
      *========================================================================
       write-ops-heading.
           ADD 1 TO OPS-PAGE-NO
           MOVE SPACES TO OPS-REPORT-REC
           STRING "NIGHT OPERATIONS REPORT   20" DELIMITED BY SIZE
                  AUDIT-YY        DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  AUDIT-MM        DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  AUDIT-DD        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  AUDIT-HH        DELIMITED BY SIZE
                  ":"             DELIMITED BY SIZE
                  AUDIT-MN        DELIMITED BY SIZE
                  "   PAGE "      DELIMITED BY SIZE
                  OPS-PAGE-NO     DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE ALL "=" TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE 2 TO OPS-LINE-COUNT.

      *========================================================================
      * Writes one deck/part's section of the operations report
      *========================================================================
       write-ops-section.
           IF OPS-LINE-COUNT > 54
               PERFORM write-ops-heading
           END-IF

           IF ROLLUP-POOL-MODE(ROLLUP-I) = "Y"
               MOVE "POOL"   TO OPS-MODE-TXT
           ELSE
               MOVE "NORMAL" TO OPS-MODE-TXT
           END-IF
           IF ROLLUP-RESUMED(ROLLUP-I) = "Y"
               MOVE "CHECKPOINT RESUME" TO OPS-START-TXT
           ELSE
               MOVE "FRESH START"       TO OPS-START-TXT
           END-IF

           MOVE SPACES TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "DECK "                 DELIMITED BY SIZE
                  ROLLUP-DECK(ROLLUP-I)    DELIMITED BY SPACE
                  "  PART "               DELIMITED BY SIZE
                  ROLLUP-PART(ROLLUP-I)    DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "  RECORDS IN="         DELIMITED BY SIZE
                  ROLLUP-RECS-IN(ROLLUP-I) DELIMITED BY SIZE
                  " OUT="                 DELIMITED BY SIZE
                  ROLLUP-RECS-OUT(ROLLUP-I) DELIMITED BY SIZE
                  "  RECON="              DELIMITED BY SIZE
                  ROLLUP-RECON(ROLLUP-I)   DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "  BAD HANDS="          DELIMITED BY SIZE
                  ROLLUP-BADCNT(ROLLUP-I)  DELIMITED BY SIZE
                  " (LIMIT "              DELIMITED BY SIZE
                  BAD-HAND-LIMIT           DELIMITED BY SIZE
                  ")  TIES FOR REVIEW="   DELIMITED BY SIZE
                  ROLLUP-TIES(ROLLUP-I)    DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "  MODE="               DELIMITED BY SIZE
                  OPS-MODE-TXT             DELIMITED BY SIZE
                  "  START="              DELIMITED BY SIZE
                  OPS-START-TXT            DELIMITED BY SIZE
                  "  WINNINGS="           DELIMITED BY SIZE
                  ROLLUP-WINNINGS(ROLLUP-I) DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "  RAKE="               DELIMITED BY SIZE
                  ROLLUP-RAKE(ROLLUP-I)    DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           ADD 6 TO OPS-LINE-COUNT

           ADD ROLLUP-RECS-IN(ROLLUP-I)  TO OPS-TOT-RECS-IN
           ADD ROLLUP-RECS-OUT(ROLLUP-I) TO OPS-TOT-RECS-OUT
           ADD ROLLUP-BADCNT(ROLLUP-I)   TO OPS-TOT-BAD
           ADD ROLLUP-TIES(ROLLUP-I)     TO OPS-TOT-TIES
           ADD ROLLUP-RAKE(ROLLUP-I)     TO OPS-TOT-RAKE.

      *========================================================================
      * Writes the end-of-window totals, the condition code and what
      * drove it, and the sign-off line
      *========================================================================
       write-ops-totals.
           IF OPS-LINE-COUNT > 50
               PERFORM write-ops-heading
           END-IF
           MOVE SPACES TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE ALL "-" TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "TOTALS: DECK/PARTS="   DELIMITED BY SIZE
                  ROLLUP-COUNT            DELIMITED BY SIZE
                  " RECORDS IN="          DELIMITED BY SIZE
                  OPS-TOT-RECS-IN         DELIMITED BY SIZE
                  " OUT="                 DELIMITED BY SIZE
                  OPS-TOT-RECS-OUT        DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "        BAD HANDS="    DELIMITED BY SIZE
                  OPS-TOT-BAD             DELIMITED BY SIZE
                  " TIES FOR REVIEW="     DELIMITED BY SIZE
                  OPS-TOT-TIES            DELIMITED BY SIZE
                  " RAKE="                DELIMITED BY SIZE
                  OPS-TOT-RAKE            DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           IF GL-RELEASE-TXT NOT = SPACES
               MOVE SPACES TO OPS-REPORT-REC
               STRING "GL JOURNAL: "      DELIMITED BY SIZE
                      GL-RELEASE-TXT      DELIMITED BY SIZE
                   INTO OPS-REPORT-REC
               WRITE OPS-REPORT-REC
           END-IF
           IF SCHED-LOADED
               MOVE SPACES TO OPS-REPORT-REC
               STRING "DECK SCHEDULE: MISSING=" DELIMITED BY SIZE
                      SCHED-MISSING-COUNT DELIMITED BY SIZE
                      " LATE="            DELIMITED BY SIZE
                      SCHED-LATE-COUNT    DELIMITED BY SIZE
                      " UNEXPECTED="      DELIMITED BY SIZE
                      SCHED-UNEXP-COUNT   DELIMITED BY SIZE
                   INTO OPS-REPORT-REC
               WRITE OPS-REPORT-REC
           END-IF
           MOVE SPACES TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           STRING "JOB CONDITION CODE "   DELIMITED BY SIZE
                  JOB-COND-CODE           DELIMITED BY SIZE
                  " - "                   DELIMITED BY SIZE
                  JOB-COND-REASON         DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE SPACES TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE "SHIFT SIGN-OFF: ______________________"
                TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC.

      *========================================================================
      * Lists every payout still waiting on pending.dat for its second
      * signature, with how many days it has waited since it was held
      *========================================================================
       write-ops-pending.
           PERFORM build-audit-stamp
           MOVE RUN-DATE TO PEND-RUN-NUM
           MOVE 0 TO PEND-COUNT
           IF OPS-LINE-COUNT > 50
               PERFORM write-ops-heading
           END-IF
           MOVE SPACES TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           MOVE "PAYOUTS HELD FOR APPROVAL:" TO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           ADD 2 TO OPS-LINE-COUNT

           OPEN INPUT PENDING-FILE
           MOVE LOW-VALUES TO PEND-KEY
           SET EOF-PEND-FALSE TO TRUE
           START PENDING-FILE KEY >= PEND-KEY
               INVALID KEY SET EOF-PEND-TRUE TO TRUE
           END-START
           PERFORM UNTIL EOF-PEND-TRUE
               READ PENDING-FILE NEXT RECORD
                   AT END SET EOF-PEND-TRUE TO TRUE
                   NOT AT END
                       IF PEND-WAITING
                           PERFORM write-ops-pending-line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE

           MOVE SPACES TO OPS-REPORT-REC
           IF PEND-COUNT = 0
               MOVE "  NONE" TO OPS-REPORT-REC
           ELSE
               STRING "  STILL PENDING="   DELIMITED BY SIZE
                      PEND-COUNT           DELIMITED BY SIZE
                   INTO OPS-REPORT-REC
           END-IF
           WRITE OPS-REPORT-REC
           ADD 1 TO OPS-LINE-COUNT.

      *========================================================================
      * Writes one waiting payout's line on the ops report
      *========================================================================
       write-ops-pending-line.
           ADD 1 TO PEND-COUNT
           MOVE PEND-HELD-DATE TO PEND-HELD-NUM
           COMPUTE PEND-WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE(PEND-RUN-NUM)
               - FUNCTION INTEGER-OF-DATE(PEND-HELD-NUM)
           IF OPS-LINE-COUNT > 54
               PERFORM write-ops-heading
           END-IF
           MOVE SPACES TO OPS-REPORT-REC
           STRING "  "              DELIMITED BY SIZE
                  PEND-DECK         DELIMITED BY SPACE
                  " P"              DELIMITED BY SIZE
                  PEND-PART         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PEND-DATE         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PEND-HAND-ID      DELIMITED BY SIZE
                  " NET="           DELIMITED BY SIZE
                  PEND-NET          DELIMITED BY SIZE
                  " WAITING="       DELIMITED BY SIZE
                  PEND-WAIT-DAYS    DELIMITED BY SIZE
               INTO OPS-REPORT-REC
           WRITE OPS-REPORT-REC
           ADD 1 TO OPS-LINE-COUNT.

      *========================================================================
      * Reads the batch-level restart trail, if any, and sets
      * BATCH-RESUME-DECK to the last deck fully completed in a prior
      * submission this batch window, so DECKLIST processing can skip
      * straight past everything already done
      *========================================================================
       read-batch-checkpoint.
           MOVE SPACES TO BATCH-RESUME-DECK
           SET EOF-BCKPT-FALSE TO TRUE
           OPEN INPUT BATCH-CHECKPOINT
           PERFORM UNTIL EOF-BCKPT-TRUE
               READ BATCH-CHECKPOINT
                   AT END SET EOF-BCKPT-TRUE TO TRUE
                   NOT AT END MOVE BATCH-CKPT-REC TO BATCH-RESUME-DECK
               END-READ
           END-PERFORM
           CLOSE BATCH-CHECKPOINT

           IF BATCH-RESUME-DECK = SPACES
               SET BATCH-SKIP-DONE TO TRUE
           ELSE
               SET BATCH-SKIP-NOT-DONE TO TRUE
               DISPLAY "Resuming batch window after deck: ",
                       BATCH-RESUME-DECK
           END-IF.

      *========================================================================
      * Appends the just-finished deck's name to the batch-level
      * restart trail, marking it fully done (both parts)
      *========================================================================
       write-batch-checkpoint-record.
           MOVE SPACES TO BATCH-CKPT-REC
           MOVE DECK-REC TO BATCH-CKPT-REC
           WRITE BATCH-CKPT-REC.

      *========================================================================
      * Runs Part 01 and Part 02 for a single deck named in DECKLIST
      *========================================================================
       process-one-deck.
           MOVE DECK-REC TO CARDS-FILE-NAME
           DISPLAY "Processing deck: ", DECK-REC

           SET PART_01 TO TRUE
           PERFORM build-transformed-name
           PERFORM build-checkpoint-name
           PERFORM build-bad-hands-name
           PERFORM build-hand-report-name
           PERFORM build-handlook-name
           PERFORM build-settlement-name
           PERFORM build-tie-review-name
           PERFORM build-player-rollup-name
           PERFORM init-player-rollup
           MOVE 0 TO GLP-COUNT
           PERFORM run-part
           PERFORM note-deck-arrival
      *    Part 01: 249638405
           DISPLAY "  Part 01: ", WINNINGS
      * A refused part already wrote its own REFUSED= audit line, and
      * a normal-looking zeros line here would be swept into the
      * trend history and drag the deck/part's average toward zero.
      * The player rollup write is skipped too - it OPENs OUTPUT, and
      * a refusal must not truncate the last good run's rollup when
      * every other output file was left untouched
           IF NOT RECON-REFUSED
               PERFORM net-held-out-of-part
               PERFORM write-audit-log
               PERFORM write-player-rollup
               PERFORM stage-part-journal
           END-IF
           PERFORM add-rollup-entry

           SET PART_02 TO TRUE
           PERFORM build-transformed-name
           PERFORM build-checkpoint-name
           PERFORM build-bad-hands-name
           PERFORM build-hand-report-name
           PERFORM build-handlook-name
           PERFORM build-settlement-name
           PERFORM build-tie-review-name
           PERFORM build-player-rollup-name
           PERFORM init-player-rollup
           PERFORM run-part
           PERFORM note-deck-arrival
      *    Part 02: 249776650
           DISPLAY "  Part 02: ", WINNINGS
           IF NOT RECON-REFUSED
               PERFORM net-held-out-of-part
               PERFORM write-audit-log
               PERFORM write-player-rollup
               PERFORM stage-part-journal
           END-IF
           PERFORM add-rollup-entry.

      *========================================================================
      * Takes the hands held for a second signature back out of the
      * deck/part's winnings, rake and tax withheld - they are not on
      * the feed, so the audit line, the batch summary and the GL
      * journal all carry what was actually paid tonight. A held hand
      * is counted when it is released
      *========================================================================
       net-held-out-of-part.
           PERFORM sum-held-for-part
           SUBTRACT HELD-GROSS    FROM WINNINGS
           SUBTRACT HELD-RAKE     FROM RAKE-TOTAL
           SUBTRACT HELD-WITHHELD FROM WITHHELD-TOTAL
           ADD HELD-GROSS TO HELD-GROSS-GRAND.

      *========================================================================
      * Records this deck/part's final WINNINGS into the batch-wide
      * rollup table, for write-batch-rollup to total once the whole
      * DECKLIST loop finishes
      *========================================================================
       add-rollup-entry.
           IF ROLLUP-COUNT < 2000
               ADD 1 TO ROLLUP-COUNT
               MOVE DECK-REC TO ROLLUP-DECK(ROLLUP-COUNT)
               MOVE PART     TO ROLLUP-PART(ROLLUP-COUNT)
               MOVE WINNINGS TO ROLLUP-WINNINGS(ROLLUP-COUNT)
               MOVE RECON-COUNT-IN  TO ROLLUP-RECS-IN(ROLLUP-COUNT)
               MOVE RECON-COUNT-OUT TO ROLLUP-RECS-OUT(ROLLUP-COUNT)
               MOVE RECON-STATUS    TO ROLLUP-RECON(ROLLUP-COUNT)
               MOVE BAD-HAND-COUNT  TO ROLLUP-BADCNT(ROLLUP-COUNT)
               MOVE TIE-COUNT       TO ROLLUP-TIES(ROLLUP-COUNT)
               MOVE POOL-MODE-SW    TO ROLLUP-POOL-MODE(ROLLUP-COUNT)
               MOVE RESTART-SW      TO ROLLUP-RESUMED(ROLLUP-COUNT)
               MOVE RAKE-TOTAL      TO ROLLUP-RAKE(ROLLUP-COUNT)
           ELSE
               DISPLAY "*** BATCH ROLLUP TABLE FULL - SUMMARY WILL ",
                       "BE PARTIAL ***"
           END-IF.

      *========================================================================
      * Builds a TRANSFORMED output name unique to this deck and part
      *========================================================================
       build-transformed-name.
           MOVE SPACES TO TRANSFORMED-FILE-NAME
           STRING "transformed_"   DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO TRANSFORMED-FILE-NAME.

      *========================================================================
      * Builds a checkpoint trail name unique to this deck and part
      *========================================================================
       build-checkpoint-name.
           MOVE SPACES TO CHECKPOINT-FILE-NAME
           STRING "checkpoint_"    DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO CHECKPOINT-FILE-NAME.

      *========================================================================
      * Builds a bad-hands exception report name unique to this deck
      * and part
      *========================================================================
       build-bad-hands-name.
           MOVE SPACES TO BAD-HANDS-FILE-NAME
           STRING "badhands_"     DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO BAD-HANDS-FILE-NAME.

      *========================================================================
      * Builds a hand-category report name unique to this deck and part
      *========================================================================
       build-hand-report-name.
           MOVE SPACES TO HAND-REPORT-FILE-NAME
           STRING "handreport_"   DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO HAND-REPORT-FILE-NAME.

      *========================================================================
      * Builds a keyed-lookup file name unique to this deck and part
      *========================================================================
       build-handlook-name.
           MOVE SPACES TO HANDLOOK-FILE-NAME
           STRING "handlook_"     DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
              INTO HANDLOOK-FILE-NAME.

      *========================================================================
      * Builds a settlement-feed name unique to this deck and part
      *========================================================================
       build-settlement-name.
           MOVE SPACES TO SETTLEMENT-FILE-NAME
           STRING "settlement_"   DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO SETTLEMENT-FILE-NAME.

      *========================================================================
      * Builds a tie-review report name unique to this deck and part
      *========================================================================
       build-tie-review-name.
           MOVE SPACES TO TIE-REVIEW-FILE-NAME
           STRING "tiereview_"    DELIMITED BY SIZE
                  DECK-REC         DELIMITED BY SPACE
                  "_p"             DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
              INTO TIE-REVIEW-FILE-NAME.

      *========================================================================
      * Appends one line to the run-history audit trail for the
      * deck/part that just finished - timestamp, deck, part, record
      * count processed and final WINNINGS, so ops has a standing
      * record instead of having to rely on console output
      *========================================================================
       write-audit-log.
           ACCEPT AUDIT-TODAY FROM DATE
           ACCEPT AUDIT-NOW   FROM TIME
           MOVE SPACES TO AUDIT-DECK-NAME
           MOVE DECK-REC TO AUDIT-DECK-NAME

           MOVE SPACES TO AUDIT-LOG-REC
           STRING "20"             DELIMITED BY SIZE
                  AUDIT-YY         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  AUDIT-MM         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  AUDIT-DD         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  AUDIT-HH         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-MN         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-SS         DELIMITED BY SIZE
                  " DECK="         DELIMITED BY SIZE
                  AUDIT-DECK-NAME  DELIMITED BY SPACE
                  " PART="         DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  " RECS="         DELIMITED BY SIZE
                  RECON-COUNT-OUT  DELIMITED BY SIZE
                  " WINNINGS="     DELIMITED BY SIZE
                  WINNINGS         DELIMITED BY SIZE
                  " RAKE="         DELIMITED BY SIZE
                  RAKE-TOTAL       DELIMITED BY SIZE
                  AUDIT-WHATIF-TAG DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Creates temporary sorted file. The incoming deck is verified
      * against its header/trailer first - a deck whose trailer does
      * not balance is refused whole, before the SORT (and its output
      * procedure) can touch any of this deck/part's output files
      *========================================================================
       run-part.
           PERFORM resolve-ruleset
           PERFORM resolve-prize-pool
           PERFORM verify-deck-transmission
           IF DECK-XMIT-REFUSED
               PERFORM refuse-deck-transmission
           ELSE
               SORT WORKFILE
                 ON DESCENDING KEY WORK-HAND-POWER, WORK-HAND-ID
                 INPUT PROCEDURE IS map-input-file
                 OUTPUT PROCEDURE IS write-transformed-file
           END-IF.

      *========================================================================
      * Pre-pass over CARDS before anything is released to the SORT -
      * checks the header is first, captures the business date, totals
      * the body records and scores, and balances them against the
      * trailer. A short transfer used to look exactly like a small
      * deck; now it fails to balance and the deck is refused whole
      *========================================================================
       verify-deck-transmission.
           SET DECK-XMIT-OK       TO TRUE
           SET XMIT-HDR-NOT-SEEN  TO TRUE
           SET XMIT-TRL-NOT-SEEN  TO TRUE
           MOVE SPACES TO XMIT-REFUSE-REASON
           MOVE SPACES TO DECK-BUSINESS-DATE
           MOVE 0 TO XMIT-BODY-COUNT
           MOVE 0 TO XMIT-BODY-SCORE
           MOVE 0 TO XMIT-TRL-COUNT
           MOVE 0 TO XMIT-TRL-SCORE
           MOVE 0 TO XMIT-REC-NO

      * A deck file that will not open (a what-if line naming a deck
      * the pre-flight never saw, or one removed mid-window) refuses
      * cleanly here instead of failing on the OPEN
           SET EOF-COUNT-FALSE TO TRUE
           OPEN INPUT CARDS
           IF CARDS-STATUS NOT = "00"
               SET DECK-XMIT-REFUSED TO TRUE
               MOVE "DECK FILE MISSING OR UNREADABLE"
                    TO XMIT-REFUSE-REASON
           ELSE
               PERFORM UNTIL EOF-COUNT-TRUE
                   READ CARDS
                       AT END SET EOF-COUNT-TRUE TO TRUE
                       NOT AT END PERFORM verify-one-cards-record
                   END-READ
               END-PERFORM
               CLOSE CARDS
           END-IF

           IF DECK-XMIT-OK AND XMIT-HDR-NOT-SEEN
               SET DECK-XMIT-REFUSED TO TRUE
               MOVE "MISSING HEADER RECORD" TO XMIT-REFUSE-REASON
           END-IF
           IF DECK-XMIT-OK AND XMIT-TRL-NOT-SEEN
               SET DECK-XMIT-REFUSED TO TRUE
               MOVE "MISSING TRAILER RECORD" TO XMIT-REFUSE-REASON
           END-IF
           IF DECK-XMIT-OK AND XMIT-BODY-COUNT NOT = XMIT-TRL-COUNT
               SET DECK-XMIT-REFUSED TO TRUE
               MOVE "TRAILER RECORD COUNT OUT OF BALANCE"
                    TO XMIT-REFUSE-REASON
           END-IF
           IF DECK-XMIT-OK AND XMIT-BODY-SCORE NOT = XMIT-TRL-SCORE
               SET DECK-XMIT-REFUSED TO TRUE
               MOVE "TRAILER SCORE TOTAL OUT OF BALANCE"
                    TO XMIT-REFUSE-REASON
           END-IF

      * A production deck whose business date accounting has already
      * closed would change figures already reported - refused whole
           IF DECK-XMIT-OK AND PROD-RUN
               MOVE DECK-BUSINESS-DATE TO PER-LOOK-DATE
               PERFORM check-period-closed
               IF PERIOD-LOCKED
                   SET DECK-XMIT-REFUSED TO TRUE
                   MOVE "BUSINESS DATE IN A CLOSED PERIOD"
                        TO XMIT-REFUSE-REASON
               END-IF
           END-IF

      * A deck/part already paid for its business date must not be
      * paid again - whatever the restart trails say - unless it is
      * the one an abended submission left half-settled. One since
      * reversed is refused even then: a second settlement would land
      * on the same history, ledger and register keys and wipe out
      * the reversal standing on them
           IF DECK-XMIT-OK AND PROD-RUN
               PERFORM check-part-settled-before
               IF PART-REVERSED-BEFORE
                   SET DECK-XMIT-REFUSED TO TRUE
                   MOVE "DECK/PART WAS REVERSED FOR THAT DATE"
                        TO XMIT-REFUSE-REASON
               END-IF
           END-IF
           IF DECK-XMIT-OK AND PROD-RUN AND DUP-GUARD-ON
               AND PART-SETTLED-BEFORE
               PERFORM check-part-in-flight
               IF DUP-CKPT-STATUS NOT = "INPROG  "
                   SET DECK-XMIT-REFUSED TO TRUE
                   MOVE "DECK/PART ALREADY SETTLED FOR THAT DATE"
                        TO XMIT-REFUSE-REASON
               END-IF
           END-IF

      * The verified body count warns up front when a deck is past
      * the duplicate-check pool ceiling - no extra read of CARDS
           MOVE XMIT-BODY-COUNT TO CARD-COUNT
           IF CARD-COUNT > 99999
               DISPLAY "*** DECK HAS ", CARD-COUNT, " RECORDS - ",
                       "DUPLICATE CHECK POOL CAPPED AT 99999, ",
                       "HANDS PAST THE CAP WILL BE REJECTED ***"
           END-IF.

      *========================================================================
      * Classifies one CARDS record during the transmission-verify
      * pass - header first, trailer last, everything else a body
      * record whose count and score feed the balancing totals
      *========================================================================
       verify-one-cards-record.
           IF XMIT-TRL-SEEN AND DECK-XMIT-OK
               SET DECK-XMIT-REFUSED TO TRUE
               MOVE "RECORDS AFTER TRAILER" TO XMIT-REFUSE-REASON
           END-IF

           EVALUATE TRUE
               WHEN IN-CTL-TYPE = "H" AND IN-CTL-FILL-1 = SPACE
                   IF XMIT-REC-NO = 0
                       SET XMIT-HDR-SEEN TO TRUE
                       MOVE IN-HDR-DATE TO DECK-BUSINESS-DATE
                       IF IN-HDR-DECK NOT = DECK-REC
                           AND DECK-XMIT-OK
                           SET DECK-XMIT-REFUSED TO TRUE
                           MOVE "HEADER DECK NAME MISMATCH"
                                TO XMIT-REFUSE-REASON
                       END-IF
      * The business date keys the permanent settlement history -
      * a garbled date would leave tonight's records unreachable by
      * any DATE= inquiry, so it is refused like the trailer totals
                       IF IN-HDR-DATE IS NOT NUMERIC
                           AND DECK-XMIT-OK
                           SET DECK-XMIT-REFUSED TO TRUE
                           MOVE "NON-NUMERIC HEADER DATE"
                                TO XMIT-REFUSE-REASON
                       END-IF
                   ELSE
                       IF DECK-XMIT-OK
                           SET DECK-XMIT-REFUSED TO TRUE
                           MOVE "HEADER RECORD NOT FIRST"
                                TO XMIT-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN IN-CTL-TYPE = "T" AND IN-CTL-FILL-1 = SPACE
                   SET XMIT-TRL-SEEN TO TRUE
                   IF IN-TRL-COUNT IS NUMERIC
                       AND IN-TRL-SCORE IS NUMERIC
                       MOVE IN-TRL-COUNT TO XMIT-TRL-COUNT
                       MOVE IN-TRL-SCORE TO XMIT-TRL-SCORE
                   ELSE
                       IF DECK-XMIT-OK
                           SET DECK-XMIT-REFUSED TO TRUE
                           MOVE "NON-NUMERIC TRAILER TOTALS"
                                TO XMIT-REFUSE-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO XMIT-BODY-COUNT
                   IF IN-HAND-SCORE IS NUMERIC
                       ADD IN-HAND-SCORE TO XMIT-BODY-SCORE
                   END-IF
           END-EVALUATE

           ADD 1 TO XMIT-REC-NO.

      *========================================================================
      * Refuses the deck/part whole - nothing was released to the
      * SORT and none of this deck/part's output files were touched.
      * The refusal is logged to the audit trail and raises the job
      * condition code so the scheduler pages someone tonight instead
      * of the shortfall surfacing days later
      *========================================================================
       refuse-deck-transmission.
           DISPLAY "*** DECK ", DECK-REC, " PART ", PART,
                   " REFUSED - ", XMIT-REFUSE-REASON, " ***"
           DISPLAY "***   BODY RECS=", XMIT-BODY-COUNT,
                   " TRAILER RECS=", XMIT-TRL-COUNT,
                   " BODY SCORE=", XMIT-BODY-SCORE,
                   " TRAILER SCORE=", XMIT-TRL-SCORE

           PERFORM write-refusal-audit-line

      * Only a production refusal pages the scheduler - a what-if
      * rehearsal bouncing off a typo'd deck name in whatif.txt was
      * already abandoned with its own console message, and must not
      * masquerade as a production transmission failure
           IF PROD-RUN AND JOB-COND-CODE < 12
               MOVE 12 TO JOB-COND-CODE
               EVALUATE XMIT-REFUSE-REASON
                   WHEN "BUSINESS DATE IN A CLOSED PERIOD"
                       MOVE "DECK REFUSED - DATE IN CLOSED PERIOD"
                            TO JOB-COND-REASON
                   WHEN "DECK/PART ALREADY SETTLED FOR THAT DATE"
                       MOVE "DECK REFUSED - ALREADY SETTLED FOR DATE"
                            TO JOB-COND-REASON
                   WHEN "DECK/PART WAS REVERSED FOR THAT DATE"
                       MOVE "DECK REFUSED - DECK/PART WAS REVERSED"
                            TO JOB-COND-REASON
                   WHEN OTHER
                       MOVE "DECK REFUSED ON HEADER/TRAILER BALANCE"
                            TO JOB-COND-REASON
               END-EVALUATE
           END-IF

      * Leave nothing stale from the previous part in the totals the
      * per-part reporting reads after run-part comes back
           MOVE 0 TO RECON-COUNT-IN
           MOVE 0 TO RECON-COUNT-OUT
           MOVE 0 TO RECON-SCORE-IN
           MOVE 0 TO RECON-SCORE-OUT
           MOVE 0 TO BAD-HAND-COUNT
           MOVE 0 TO TIE-COUNT
           MOVE 0 TO WINNINGS
           MOVE 0 TO RAKE-TOTAL
           MOVE 0 TO WITHHELD-TOTAL
           MOVE 1 TO RANK
           SET RESTARTING-FALSE TO TRUE
           SET RECON-REFUSED TO TRUE.

      *========================================================================
      * Appends the refusal to the run-history audit trail
      *========================================================================
       write-refusal-audit-line.
           ACCEPT AUDIT-TODAY FROM DATE
           ACCEPT AUDIT-NOW   FROM TIME
           MOVE SPACES TO AUDIT-DECK-NAME
           MOVE DECK-REC TO AUDIT-DECK-NAME

           MOVE SPACES TO AUDIT-LOG-REC
           STRING "20"             DELIMITED BY SIZE
                  AUDIT-YY         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  AUDIT-MM         DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  AUDIT-DD         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  AUDIT-HH         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-MN         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-SS         DELIMITED BY SIZE
                  " DECK="         DELIMITED BY SIZE
                  AUDIT-DECK-NAME  DELIMITED BY SPACE
                  " PART="         DELIMITED BY SIZE
                  PART             DELIMITED BY SIZE
                  " REFUSED="      DELIMITED BY SIZE
                  XMIT-REFUSE-REASON DELIMITED BY SIZE
                  AUDIT-WHATIF-TAG DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Loads every rule set line from RULES-FILE into RULESET-TABLE,
      * once, at job start
      *========================================================================
       load-rulesets.
           MOVE 0 TO RULESET-COUNT
           SET EOF-RULES-FALSE TO TRUE
           OPEN INPUT RULES-FILE

           PERFORM UNTIL EOF-RULES-TRUE
               READ RULES-FILE
                   AT END SET EOF-RULES-TRUE TO TRUE
                   NOT AT END PERFORM
                       IF RULESET-COUNT >= 20
                           DISPLAY "*** TOO MANY RULE SETS IN ",
                               "rules.txt - IGNORING EXTRA LINES"
                       ELSE
                           ADD 1 TO RULESET-COUNT
                           MOVE RULE-PART     TO
                                RULESET-PART(RULESET-COUNT)
                           MOVE RULE-ORDER-IN TO
                                RULESET-ORDER(RULESET-COUNT)
                           MOVE RULE-WILD-IN  TO
                                RULESET-WILD(RULESET-COUNT)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM

           CLOSE RULES-FILE.

           PERFORM validate-rulesets.

      *========================================================================
      * Sanity-checks every RULESET-TABLE entry loaded from rules.txt -
      * card order must be 13 unique, non-blank characters and every
      * wildcard flag position must line up with a real card - before
      * a single deck is scored. A typo here would otherwise only turn
      * up later as validate-hand rejecting hand after hand with
      * "BAD CARD CHARACTER IN HAND ID"
      *========================================================================
       validate-rulesets.
           SET RULES-VALID TO TRUE
           PERFORM VARYING RV-I FROM 1 BY 1 UNTIL RV-I > RULESET-COUNT
               PERFORM validate-one-ruleset
           END-PERFORM
           PERFORM check-ruleset-coverage.

      *========================================================================
      * The batch window always runs PART 1 and PART 2 for every deck,
      * so a rules.txt missing either line would leave ACTIVE-ORDER
      * as SPACES and bounce every hand of every deck with "BAD CARD
      * CHARACTER IN HAND ID" - catch that here, before any deck is
      * touched. Duplicate part values are flagged too: resolve-
      * ruleset takes the last match, so a duplicated line silently
      * shadows the one above it
      *========================================================================
       check-ruleset-coverage.
           PERFORM VARYING RV-I FROM 1 BY 1 UNTIL RV-I > RULESET-COUNT
               PERFORM VARYING RV-K FROM RV-I BY 1
                       UNTIL RV-K > RULESET-COUNT
                   IF RV-K NOT = RV-I
                       AND RULESET-PART(RV-I) = RULESET-PART(RV-K)
                       SET RULES-INVALID TO TRUE
                       DISPLAY "*** rules.txt PART ",
                           RULESET-PART(RV-I),
                           " APPEARS MORE THAN ONCE"
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "1" TO RS-NEEDED-PART
           PERFORM check-one-needed-part
           MOVE "2" TO RS-NEEDED-PART
           PERFORM check-one-needed-part.

      *========================================================================
      * Verifies one required part value has a rule set line
      *========================================================================
       check-one-needed-part.
           PERFORM find-needed-part
           IF RS-PART-NOT-FOUND
               SET RULES-INVALID TO TRUE
               DISPLAY "*** rules.txt HAS NO RULE SET FOR PART ",
                       RS-NEEDED-PART
           END-IF.

      *========================================================================
      * Scans RULESET-TABLE for the part value in RS-NEEDED-PART and
      * answers through RS-FOUND-SW - shared by the job-start coverage
      * check and the per-request what-if part validation
      *========================================================================
       find-needed-part.
           SET RS-PART-NOT-FOUND TO TRUE
           PERFORM VARYING RV-I FROM 1 BY 1 UNTIL RV-I > RULESET-COUNT
               IF RULESET-PART(RV-I) = RS-NEEDED-PART
                   SET RS-PART-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *========================================================================
      * Loads every deck/part/pool-amount line from PRIZE-POOL-FILE
      * into PRIZE-POOL-TABLE, once, at job start. OPTIONAL file, so
      * a night with no staged pools just leaves the table empty and
      * every deck/part pays out under the plain RANK*SCORE formula
      *========================================================================
       load-prize-pools.
           MOVE 0 TO PRIZE-POOL-COUNT
           SET EOF-POOL-FALSE TO TRUE
           OPEN INPUT PRIZE-POOL-FILE

           PERFORM UNTIL EOF-POOL-TRUE
               READ PRIZE-POOL-FILE
                   AT END SET EOF-POOL-TRUE TO TRUE
                   NOT AT END PERFORM
                       IF PP-AMOUNT IS NOT NUMERIC
                           SET POOL-AMOUNTS-INVALID TO TRUE
                           DISPLAY "*** prizepool.txt DECK ",
                               PP-DECK, " PART ", PP-PART,
                               ": NON-NUMERIC POOL AMOUNT '",
                               PP-AMOUNT, "'"
                       ELSE
                           IF PRIZE-POOL-COUNT >= 500
                               DISPLAY "*** TOO MANY ENTRIES IN ",
                                   "prizepool.txt - IGNORING EXTRA ",
                                   "LINES"
                           ELSE
                               ADD 1 TO PRIZE-POOL-COUNT
                               MOVE PP-DECK   TO
                                    PP-TBL-DECK(PRIZE-POOL-COUNT)
                               MOVE PP-PART   TO
                                    PP-TBL-PART(PRIZE-POOL-COUNT)
                               MOVE PP-AMOUNT TO
                                    PP-TBL-AMOUNT(PRIZE-POOL-COUNT)
                           END-IF
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM

           CLOSE PRIZE-POOL-FILE.

      *========================================================================
      * Looks the deck/part currently running up in PRIZE-POOL-TABLE.
      * A match switches this run into proportional-share payout;
      * no match leaves the plain RANK*SCORE formula in place
      *========================================================================
       resolve-prize-pool.
           SET POOL-MODE-INACTIVE TO TRUE
           MOVE 0 TO ACTIVE-POOL-AMOUNT

           PERFORM VARYING PP-SCAN-I FROM 1 BY 1
                   UNTIL PP-SCAN-I > PRIZE-POOL-COUNT
               IF PP-TBL-DECK(PP-SCAN-I) = DECK-REC
                   AND PP-TBL-PART(PP-SCAN-I) = PART
                   SET POOL-MODE-ACTIVE TO TRUE
                   MOVE PP-TBL-AMOUNT(PP-SCAN-I) TO ACTIVE-POOL-AMOUNT
               END-IF
           END-PERFORM.

      *========================================================================
      * Loads every registration line from PLAYER-MASTER-FILE, once,
      * at job start. OPTIONAL file, so a night with no registrations
      * just leaves the tables empty and every settled hand rolls up
      * under the UNREGISTERED bucket
      *========================================================================
       load-player-master.
           MOVE 0 TO PLAYER-REG-COUNT
           MOVE 0 TO PLAYER-ACCT-COUNT
           PERFORM VARYING PM-B FROM 1 BY 1 UNTIL PM-B > 20011
               MOVE 0 TO PM-HEAD(PM-B)
           END-PERFORM
           SET EOF-PLAYER-FALSE TO TRUE
           OPEN INPUT PLAYER-MASTER-FILE

           PERFORM UNTIL EOF-PLAYER-TRUE
               READ PLAYER-MASTER-FILE
                   AT END SET EOF-PLAYER-TRUE TO TRUE
                   NOT AT END PERFORM load-one-player-line
               END-READ
           END-PERFORM

           CLOSE PLAYER-MASTER-FILE.

      *========================================================================
      * Folds one players.txt line into the registration and account
      * tables. A blank account, or a hand ID already registered to a
      * DIFFERENT account, fails the job at load time - the latter
      * would double-post that hand's payout. A line with a blank
      * hand ID is an account with no hand registered (yet, or any
      * longer) - it carries just the account row
      *========================================================================
       load-one-player-line.
           EVALUATE TRUE
               WHEN PM-ACCT = SPACES
                   SET PLAYER-MASTER-INVALID TO TRUE
                   DISPLAY "*** players.txt: BLANK ACCOUNT NUMBER ",
                           "ON LINE '", PM-PLAYER-REC, "'"
               WHEN PM-HAND-ID = SPACES
                   PERFORM find-or-add-player-acct
               WHEN OTHER
                   PERFORM load-one-registration
           END-EVALUATE.

      *========================================================================
      * Registers the hand ID on the players.txt line just read
      *========================================================================
       load-one-registration.
           MOVE PM-HAND-ID TO PM-HASH-ID
           PERFORM compute-player-hash
           MOVE PM-HEAD(PM-HASH) TO PM-CHAIN
           PERFORM UNTIL PM-CHAIN = 0
               IF PM-TBL-HAND-ID(PM-CHAIN) = PM-HAND-ID
                   SET PLAYER-MASTER-INVALID TO TRUE
                   DISPLAY "*** players.txt: HAND ", PM-HAND-ID,
                           " REGISTERED TO BOTH ACCOUNT ",
                           PM-TBL-ACCT(PM-CHAIN), " AND ",
                           PM-ACCT
                   MOVE 0 TO PM-CHAIN
               ELSE
                   MOVE PM-TBL-NEXT(PM-CHAIN) TO PM-CHAIN
               END-IF
           END-PERFORM
      * A registration dropped for table space would silently post
      * that player's payouts to the UNREGISTERED bucket - misdirected
      * money - so overflow fails the job like any other defect here
           IF PLAYER-REG-COUNT >= 20000
               SET PLAYER-MASTER-INVALID TO TRUE
               DISPLAY "*** players.txt: MORE THAN 20000 ",
                       "REGISTRATIONS - TABLE CEILING MUST BE ",
                       "RAISED BEFORE THIS MASTER CAN RUN"
           ELSE
               ADD 1 TO PLAYER-REG-COUNT
               MOVE PM-HAND-ID TO
                    PM-TBL-HAND-ID(PLAYER-REG-COUNT)
               MOVE PM-ACCT    TO
                    PM-TBL-ACCT(PLAYER-REG-COUNT)
               PERFORM find-or-add-player-acct
               MOVE PA-FOUND-IX TO
                    PM-TBL-ACCT-IX(PLAYER-REG-COUNT)
               MOVE PM-HEAD(PM-HASH) TO
                    PM-TBL-NEXT(PLAYER-REG-COUNT)
               MOVE PLAYER-REG-COUNT TO PM-HEAD(PM-HASH)
               IF PA-FOUND-IX > 0
                   ADD 1 TO PA-TBL-REGS(PA-FOUND-IX)
               END-IF
           END-IF.

      *========================================================================
      * Hashes the 5 characters of PM-HASH-ID into a 1-20011 bucket
      * number
      *========================================================================
       compute-player-hash.
           MOVE 0 TO PM-HASH
           PERFORM VARYING PM-HX FROM 1 BY 1 UNTIL PM-HX > 5
               COMPUTE PM-HASH = FUNCTION MOD(
                   PM-HASH * 31
                   + FUNCTION ORD(PM-HASH-ID(PM-HX:1)), 20011)
           END-PERFORM
           ADD 1 TO PM-HASH.

      *========================================================================
      * Makes sure the account on the players.txt line just loaded
      * has an account row, answering its row number through
      * PA-FOUND-IX so the registration can carry it - the first line
      * seen for an account supplies its name and status
      *========================================================================
       find-or-add-player-acct.
           MOVE 0 TO PA-FOUND-IX
           PERFORM VARYING PA-SCAN-I FROM 1 BY 1
                   UNTIL PA-SCAN-I > PLAYER-ACCT-COUNT
               IF PA-TBL-ACCT(PA-SCAN-I) = PM-ACCT
                   MOVE PA-SCAN-I TO PA-FOUND-IX
               END-IF
           END-PERFORM

           IF PA-FOUND-IX = 0
               IF PLAYER-ACCT-COUNT >= 2000
      * Same reasoning as the registration ceiling - a dropped
      * account would misdirect its payouts to UNREGISTERED
                   SET PLAYER-MASTER-INVALID TO TRUE
                   DISPLAY "*** players.txt: MORE THAN 2000 ",
                           "ACCOUNTS - TABLE CEILING MUST BE ",
                           "RAISED BEFORE THIS MASTER CAN RUN"
               ELSE
                   ADD 1 TO PLAYER-ACCT-COUNT
                   MOVE PM-ACCT   TO PA-TBL-ACCT(PLAYER-ACCT-COUNT)
                   MOVE PM-NAME   TO PA-TBL-NAME(PLAYER-ACCT-COUNT)
                   MOVE PM-STATUS TO PA-TBL-STATUS(PLAYER-ACCT-COUNT)
                   MOVE 0         TO PA-TBL-REGS(PLAYER-ACCT-COUNT)
                   MOVE 0         TO PA-TBL-HANDS(PLAYER-ACCT-COUNT)
                   MOVE 0         TO PA-TBL-PAYOUT(PLAYER-ACCT-COUNT)
                   MOVE 0         TO PA-TBL-RAKE(PLAYER-ACCT-COUNT)
                   MOVE 0         TO PA-TBL-NET(PLAYER-ACCT-COUNT)
                   MOVE 0         TO PA-TBL-WITHHELD(PLAYER-ACCT-COUNT)
                   MOVE PLAYER-ACCT-COUNT TO PA-FOUND-IX
               END-IF
           END-IF.

      *========================================================================
      * Reads PLAYER-MAINT, if present, and applies one maintenance
      * transaction per line to the loaded player master tables. When
      * anything was applied, players.txt is rewritten from the tables
      * (the prior generation kept as players_prev.txt) and reloaded,
      * so the rewritten file goes through the same load-time checks
      * as a hand-built one
      *========================================================================
       run-player-maintenance.
           MOVE 0 TO MAINT-APPLIED-COUNT
           MOVE 0 TO MAINT-REJECT-COUNT
           SET EOF-MAINT-FALSE TO TRUE
           OPEN INPUT PLAYER-MAINT
           READ PLAYER-MAINT
               AT END SET EOF-MAINT-TRUE TO TRUE
           END-READ

           IF EOF-MAINT-FALSE
               OPEN OUTPUT MAINT-REJECTS
               OPEN OUTPUT MAINT-REPORT
               OPEN INPUT PLAYER-LEDGER
               OPEN EXTEND AUDIT-LOG
               MOVE 0 TO MCR-PAGE-NO
               PERFORM build-audit-stamp
               PERFORM write-maint-heading
               PERFORM UNTIL EOF-MAINT-TRUE
                   PERFORM process-one-maint-txn
                   READ PLAYER-MAINT
                       AT END SET EOF-MAINT-TRUE TO TRUE
                   END-READ
               END-PERFORM
               PERFORM write-maint-totals
               CLOSE MAINT-REJECTS
               CLOSE MAINT-REPORT
               CLOSE PLAYER-LEDGER
               CLOSE AUDIT-LOG
               DISPLAY "Player maintenance: applied=",
                       MAINT-APPLIED-COUNT, " rejected=",
                       MAINT-REJECT-COUNT
           END-IF
           CLOSE PLAYER-MAINT

           IF MAINT-APPLIED-COUNT > 0
               PERFORM rewrite-player-master
               PERFORM load-player-master
           END-IF

           IF MAINT-REJECT-COUNT > 0 AND JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "PLAYER MAINTENANCE REJECTS - SEE playermaint_rej"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Edits one maintenance transaction against the master as it
      * stands after every earlier line, and applies it when clean.
      * Nothing may change on a closed account
      *========================================================================
       process-one-maint-txn.
           SET MAINT-OK TO TRUE
           MOVE SPACES TO MAINT-REJECT-REASON
           MOVE MT-ACCT TO PA-LOOK-ACCT
           PERFORM find-player-acct
           MOVE PA-FOUND-IX TO MAINT-ACCT-IX

           EVALUATE TRUE
               WHEN NOT MT-ACTION-VALID
                   MOVE "ACTION MUST BE ADD, REG, UNR, NAM OR STA"
                        TO MAINT-REJECT-REASON
               WHEN MT-OPERATOR = SPACES
                   MOVE "MISSING OPERATOR ID" TO MAINT-REJECT-REASON
               WHEN MT-ACCT = SPACES
                   MOVE "MISSING ACCOUNT NUMBER"
                        TO MAINT-REJECT-REASON
               WHEN MT-ADD-ACCOUNT
                   PERFORM maint-add-account
               WHEN MAINT-ACCT-IX = 0
                   MOVE "ACCOUNT NOT ON PLAYER MASTER"
                        TO MAINT-REJECT-REASON
               WHEN PA-ACCT-CLOSED(MAINT-ACCT-IX)
                   MOVE "ACCOUNT IS CLOSED - NO CHANGES ALLOWED"
                        TO MAINT-REJECT-REASON
               WHEN MT-REGISTER-HAND
                   PERFORM maint-register-hand
               WHEN MT-UNREGISTER-HAND
                   PERFORM maint-unregister-hand
               WHEN MT-CHANGE-NAME
                   PERFORM maint-change-name
               WHEN MT-CHANGE-STATUS
                   PERFORM maint-change-status
           END-EVALUATE

           IF MAINT-REJECT-REASON NOT = SPACES
               SET MAINT-BAD TO TRUE
           END-IF

           IF MAINT-OK
               ADD 1 TO MAINT-APPLIED-COUNT
               PERFORM write-maint-audit-line
           ELSE
               ADD 1 TO MAINT-REJECT-COUNT
               DISPLAY "*** PLAYER MAINTENANCE REJECTED - ", MT-ACTION,
                       " ACCT ", MT-ACCT, ": ", MAINT-REJECT-REASON
               MOVE SPACES TO MAINT-REJECT-REC
               STRING MT-REC               DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      MAINT-REJECT-REASON  DELIMITED BY SIZE
                  INTO MAINT-REJECT-REC
               END-STRING
               WRITE MAINT-REJECT-REC
           END-IF.

      *========================================================================
      * ADD - a new account, active unless the line says suspended,
      * optionally registering its first hand ID in the same line
      *========================================================================
       maint-add-account.
           EVALUATE TRUE
               WHEN MAINT-ACCT-IX > 0
                   MOVE "ACCOUNT ALREADY ON PLAYER MASTER"
                        TO MAINT-REJECT-REASON
               WHEN MT-NAME = SPACES
                   MOVE "MISSING ACCOUNT HOLDER NAME"
                        TO MAINT-REJECT-REASON
               WHEN MT-STATUS NOT = SPACE AND MT-STATUS NOT = "A"
                    AND MT-STATUS NOT = "S"
                   MOVE "NEW ACCOUNT STATUS MUST BE A OR S"
                        TO MAINT-REJECT-REASON
               WHEN PLAYER-ACCT-COUNT >= 2000
                   MOVE "PLAYER ACCOUNT TABLE FULL"
                        TO MAINT-REJECT-REASON
               WHEN OTHER
                   IF MT-HAND-ID NOT = SPACES
                       PERFORM maint-check-hand-free
                   END-IF
           END-EVALUATE

           IF MAINT-REJECT-REASON = SPACES
               IF MT-STATUS = SPACE
                   MOVE "A" TO MAINT-NEW-STATUS
               ELSE
                   MOVE MT-STATUS TO MAINT-NEW-STATUS
               END-IF
               MOVE MT-ACCT          TO PM-ACCT
               MOVE MT-NAME          TO PM-NAME
               MOVE MAINT-NEW-STATUS TO PM-STATUS
               PERFORM find-or-add-player-acct
               MOVE PA-FOUND-IX TO MAINT-ACCT-IX

               MOVE "NAME"           TO MCL-FIELD
               MOVE SPACES           TO MCL-BEFORE
               MOVE MT-NAME          TO MCL-AFTER
               PERFORM write-maint-change-line
               MOVE "STATUS"         TO MCL-FIELD
               MOVE SPACES           TO MCL-BEFORE
               MOVE MAINT-NEW-STATUS TO MCL-AFTER
               PERFORM write-maint-change-line

               IF MT-HAND-ID NOT = SPACES
                   PERFORM maint-apply-registration
               END-IF
           END-IF.

      *========================================================================
      * REG - registers one more hand ID to the account
      *========================================================================
       maint-register-hand.
           IF MT-HAND-ID = SPACES
               MOVE "MISSING HAND ID" TO MAINT-REJECT-REASON
           ELSE
               PERFORM maint-check-hand-free
           END-IF
           IF MAINT-REJECT-REASON = SPACES
               PERFORM maint-apply-registration
           END-IF.

      *========================================================================
      * A hand ID may be registered to one account only - one already
      * owned (by this account or any other) is refused, since two
      * owners would double-post its payout
      *========================================================================
       maint-check-hand-free.
           MOVE MT-HAND-ID TO ROLLUP-HAND-ID
           PERFORM find-hand-account
           IF PA-FOUND-IX > 0
               IF PA-FOUND-IX = MAINT-ACCT-IX
                   MOVE "HAND ALREADY REGISTERED TO THIS ACCOUNT"
                        TO MAINT-REJECT-REASON
               ELSE
                   STRING "HAND ALREADY OWNED BY ACCOUNT "
                                               DELIMITED BY SIZE
                          PA-TBL-ACCT(PA-FOUND-IX) DELIMITED BY SIZE
                      INTO MAINT-REJECT-REASON
                   END-STRING
               END-IF
           ELSE
               IF PLAYER-REG-COUNT >= 20000
                   MOVE "HAND REGISTRATION TABLE FULL"
                        TO MAINT-REJECT-REASON
               END-IF
           END-IF.

      *========================================================================
      * Adds MT-HAND-ID to the registration table and its hash chain
      * under the account in MAINT-ACCT-IX
      *========================================================================
       maint-apply-registration.
           ADD 1 TO PLAYER-REG-COUNT
           MOVE MT-HAND-ID    TO PM-TBL-HAND-ID(PLAYER-REG-COUNT)
           MOVE MT-ACCT       TO PM-TBL-ACCT(PLAYER-REG-COUNT)
           MOVE MAINT-ACCT-IX TO PM-TBL-ACCT-IX(PLAYER-REG-COUNT)
           MOVE MT-HAND-ID TO PM-HASH-ID
           PERFORM compute-player-hash
           MOVE PM-HEAD(PM-HASH) TO PM-TBL-NEXT(PLAYER-REG-COUNT)
           MOVE PLAYER-REG-COUNT TO PM-HEAD(PM-HASH)
           ADD 1 TO PA-TBL-REGS(MAINT-ACCT-IX)

           MOVE "HAND"     TO MCL-FIELD
           MOVE SPACES     TO MCL-BEFORE
           MOVE MT-HAND-ID TO MCL-AFTER
           PERFORM write-maint-change-line.

      *========================================================================
      * UNR - drops one hand ID from the account. The registration row
      * is blanked out of the chain (LOW-VALUES never matches a real
      * hand ID) and left out when players.txt is rewritten
      *========================================================================
       maint-unregister-hand.
           IF MT-HAND-ID = SPACES
               MOVE "MISSING HAND ID" TO MAINT-REJECT-REASON
           ELSE
               MOVE MT-HAND-ID TO ROLLUP-HAND-ID
               PERFORM find-hand-account
               IF PA-FOUND-IX NOT = MAINT-ACCT-IX
                   MOVE "HAND NOT REGISTERED TO THIS ACCOUNT"
                        TO MAINT-REJECT-REASON
               END-IF
           END-IF

           IF MAINT-REJECT-REASON = SPACES
               MOVE LOW-VALUES TO PM-TBL-HAND-ID(PM-FOUND-REG)
               SUBTRACT 1 FROM PA-TBL-REGS(MAINT-ACCT-IX)
               MOVE "HAND"     TO MCL-FIELD
               MOVE MT-HAND-ID TO MCL-BEFORE
               MOVE SPACES     TO MCL-AFTER
               PERFORM write-maint-change-line
           END-IF.

      *========================================================================
      * NAM - changes the account holder's name
      *========================================================================
       maint-change-name.
           EVALUATE TRUE
               WHEN MT-NAME = SPACES
                   MOVE "MISSING ACCOUNT HOLDER NAME"
                        TO MAINT-REJECT-REASON
               WHEN MT-NAME = PA-TBL-NAME(MAINT-ACCT-IX)
                   MOVE "NAME IS UNCHANGED" TO MAINT-REJECT-REASON
               WHEN OTHER
                   MOVE "NAME"                     TO MCL-FIELD
                   MOVE PA-TBL-NAME(MAINT-ACCT-IX) TO MCL-BEFORE
                   MOVE MT-NAME                    TO MCL-AFTER
                   MOVE MT-NAME TO PA-TBL-NAME(MAINT-ACCT-IX)
                   PERFORM write-maint-change-line
           END-EVALUATE.

      *========================================================================
      * STA - moves the account between A(ctive), S(uspended) and
      * C(losed). Closing is final, and an account still holding
      * money on the player ledger cannot be closed until the cage
      * has paid it out
      *========================================================================
       maint-change-status.
           EVALUATE TRUE
               WHEN MT-STATUS NOT = "A" AND MT-STATUS NOT = "S"
                    AND MT-STATUS NOT = "C"
                   MOVE "STATUS MUST BE A, S OR C"
                        TO MAINT-REJECT-REASON
               WHEN MT-STATUS = PA-TBL-STATUS(MAINT-ACCT-IX)
                   MOVE "ACCOUNT ALREADY HAS THAT STATUS"
                        TO MAINT-REJECT-REASON
               WHEN MT-STATUS = "C"
                   MOVE MT-ACCT TO LEDGER-BAL-ACCT
                   PERFORM compute-ledger-balance
                   IF LEDGER-BALANCE NOT = 0
                       MOVE "LEDGER BALANCE NOT ZERO - PAY OUT FIRST"
                            TO MAINT-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF MAINT-REJECT-REASON = SPACES
               MOVE "STATUS"                     TO MCL-FIELD
               MOVE PA-TBL-STATUS(MAINT-ACCT-IX) TO MCL-BEFORE
               MOVE MT-STATUS                    TO MCL-AFTER
               MOVE MT-STATUS TO PA-TBL-STATUS(MAINT-ACCT-IX)
               PERFORM write-maint-change-line
           END-IF.

      *========================================================================
      * Writes one before/after line to the change report, stamped
      * with the operator and the time the change was applied
      *========================================================================
       write-maint-change-line.
           IF MCR-LINE-COUNT > 54
               PERFORM write-maint-heading
           END-IF
           PERFORM build-audit-stamp
           MOVE AUDIT-STAMP TO MCL-TIME
           MOVE MT-OPERATOR TO MCL-OPERATOR
           MOVE MT-ACCT     TO MCL-ACCT
           MOVE MT-ACTION   TO MCL-ACTION
           MOVE MAINT-CHANGE-LINE TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           ADD 1 TO MCR-LINE-COUNT.

      *========================================================================
      * Starts a change report page
      *========================================================================
       write-maint-heading.
           ADD 1 TO MCR-PAGE-NO
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "PLAYER MASTER CHANGE REPORT   " DELIMITED BY SIZE
                  AUDIT-STAMP          DELIMITED BY SIZE
                  "   PAGE "           DELIMITED BY SIZE
                  MCR-PAGE-NO          DELIMITED BY SIZE
              INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "CHANGED AT          OPERATOR ACCOUNT  ACT FIELD  "
                                       DELIMITED BY SIZE
                  "BEFORE               AFTER"
                                       DELIMITED BY SIZE
              INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC
           MOVE ALL "=" TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           MOVE 3 TO MCR-LINE-COUNT.

      *========================================================================
      * Closes the change report with the run's applied/rejected
      * counts and a sign-off line
      *========================================================================
       write-maint-totals.
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           MOVE SPACES TO MAINT-REPORT-REC
           STRING "TRANSACTIONS APPLIED="  DELIMITED BY SIZE
                  MAINT-APPLIED-COUNT      DELIMITED BY SIZE
                  " REJECTED="             DELIMITED BY SIZE
                  MAINT-REJECT-COUNT       DELIMITED BY SIZE
                  " (SEE playermaint_rej.txt)" DELIMITED BY SIZE
              INTO MAINT-REPORT-REC
           END-STRING
           WRITE MAINT-REPORT-REC
           MOVE SPACES TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           MOVE "COMPLIANCE REVIEW: ______________________"
                TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC.

      *========================================================================
      * Appends one applied maintenance transaction to the audit trail
      *========================================================================
       write-maint-audit-line.
           PERFORM build-audit-stamp
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP      DELIMITED BY SIZE
                  " MAINT ACCT="   DELIMITED BY SIZE
                  MT-ACCT          DELIMITED BY SIZE
                  " ACTION="       DELIMITED BY SIZE
                  MT-ACTION        DELIMITED BY SIZE
                  " HAND="         DELIMITED BY SIZE
                  MT-HAND-ID       DELIMITED BY SIZE
                  " STATUS="       DELIMITED BY SIZE
                  PA-TBL-STATUS(MAINT-ACCT-IX) DELIMITED BY SIZE
                  " OPER="         DELIMITED BY SIZE
                  MT-OPERATOR      DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Rewrites players.txt from the maintained tables - one line per
      * live registration, then an account-only line (blank hand ID)
      * for every account with no hand registered. The previous
      * generation is copied aside first
      *========================================================================
       rewrite-player-master.
           CALL "CBL_COPY_FILE" USING MAINT-MASTER-NAME
                                      MAINT-BACKUP-NAME
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT PLAYER-MASTER-FILE
           PERFORM VARYING MAINT-OUT-IX FROM 1 BY 1
                   UNTIL MAINT-OUT-IX > PLAYER-REG-COUNT
               IF PM-TBL-HAND-ID(MAINT-OUT-IX) NOT = LOW-VALUES
                   MOVE PM-TBL-ACCT-IX(MAINT-OUT-IX) TO PA-SCAN-I
                   MOVE PM-TBL-HAND-ID(MAINT-OUT-IX) TO PM-HAND-ID
                   PERFORM write-player-master-line
               END-IF
           END-PERFORM
           PERFORM VARYING PA-SCAN-I FROM 1 BY 1
                   UNTIL PA-SCAN-I > PLAYER-ACCT-COUNT
               IF PA-TBL-REGS(PA-SCAN-I) = 0
                   MOVE SPACES TO PM-HAND-ID
                   PERFORM write-player-master-line
               END-IF
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE.

      *========================================================================
      * Writes one players.txt line for account row PA-SCAN-I and the
      * hand ID already in PM-HAND-ID
      *========================================================================
       write-player-master-line.
           MOVE PA-TBL-ACCT(PA-SCAN-I)   TO PM-ACCT
           MOVE PA-TBL-STATUS(PA-SCAN-I) TO PM-STATUS
           MOVE PA-TBL-NAME(PA-SCAN-I)   TO PM-NAME
           MOVE " " TO PM-FILL-1
           MOVE " " TO PM-FILL-2
           MOVE " " TO PM-FILL-3
           WRITE PM-PLAYER-REC.

      *========================================================================
      * Loads the runtime tunables from PARAMS-FILE, once, at job
      * start. OPTIONAL file - absent means the shipped defaults -
      * but a present file must validate whole or nothing runs
      *========================================================================
       load-runtime-params.
           SET EOF-PARAM-FALSE TO TRUE
           OPEN INPUT PARAMS-FILE

           PERFORM UNTIL EOF-PARAM-TRUE
               READ PARAMS-FILE
                   AT END SET EOF-PARAM-TRUE TO TRUE
                   NOT AT END PERFORM apply-one-param
               END-READ
           END-PERFORM

           CLOSE PARAMS-FILE.

      *========================================================================
      * Validates and applies one params.txt line - the value must be
      * 8 zero-padded digits (the retention.txt convention) and the
      * keyword must be one this program knows, or the job is failed
      * before any deck is touched
      *========================================================================
       apply-one-param.
           IF PARAM-VALUE IS NOT NUMERIC
               SET PARAMS-INVALID TO TRUE
               DISPLAY "*** params.txt ", PARAM-KEY,
                       ": NON-NUMERIC VALUE '", PARAM-VALUE, "'"
           ELSE
               MOVE PARAM-VALUE TO PARAM-NUM
               EVALUATE PARAM-KEY
                   WHEN "BAD-HAND-LIMIT      "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 999999
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt BAD-HAND-LIMIT ",
                                   "MUST BE 1-999999, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO BAD-HAND-LIMIT
                       END-IF
                   WHEN "CHECKPOINT-EVERY    "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 9999
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt CHECKPOINT-EVERY ",
                                   "MUST BE 1-9999, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO CHECKPOINT-EVERY
                       END-IF
                   WHEN "TREND-RUNS          "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 10
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt TREND-RUNS MUST ",
                                   "BE 1-10, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO TREND-RUNS
                       END-IF
                   WHEN "RAKE-RATE-BP        "
                       IF PARAM-NUM > 9999
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt RAKE-RATE-BP ",
                                   "MUST BE 0-9999, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO RAKE-RATE-BP
                       END-IF
                   WHEN "TREND-TOL-PCT       "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 999
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt TREND-TOL-PCT ",
                                   "MUST BE 1-999, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO TREND-TOL-PCT
                       END-IF
                   WHEN "HOLD-THRESHOLD      "
                       MOVE PARAM-NUM TO HOLD-THRESHOLD
                   WHEN "SURV-WINDOW-DAYS    "
                       IF PARAM-NUM > 3660
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt SURV-WINDOW-DAYS ",
                                   "MUST BE 0-3660, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO SURV-WINDOW-DAYS
                       END-IF
                   WHEN "SURV-TOP-N          "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 99
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt SURV-TOP-N ",
                                   "MUST BE 1-99, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO SURV-TOP-N
                       END-IF
                   WHEN "SURV-MIN-HANDS      "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 999999
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt SURV-MIN-HANDS ",
                                   "MUST BE 1-999999, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO SURV-MIN-HANDS
                       END-IF
                   WHEN "SURV-TOPN-PCT       "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 100
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt SURV-TOPN-PCT ",
                                   "MUST BE 1-100, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO SURV-TOPN-PCT
                       END-IF
                   WHEN "SURV-SHARE-BP       "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 10000
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt SURV-SHARE-BP ",
                                   "MUST BE 1-10000, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO SURV-SHARE-BP
                       END-IF
                   WHEN "SURV-QUADS-PCT      "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 100
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt SURV-QUADS-PCT ",
                                   "MUST BE 1-100, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO SURV-QUADS-PCT
                       END-IF
                   WHEN "ESCHEAT-HOLD-DAYS   "
                       IF PARAM-NUM < 1 OR PARAM-NUM > 99999
                           SET PARAMS-INVALID TO TRUE
                           DISPLAY "*** params.txt ESCHEAT-HOLD-DAYS ",
                                   "MUST BE 1-99999, GOT ", PARAM-NUM
                       ELSE
                           MOVE PARAM-NUM TO ESCHEAT-HOLD-DAYS
                       END-IF
                   WHEN OTHER
                       SET PARAMS-INVALID TO TRUE
                       DISPLAY "*** params.txt: UNKNOWN PARAMETER '",
                               PARAM-KEY, "'"
               END-EVALUATE
           END-IF.

      *========================================================================
      * Appends the tunables this run is using to the audit trail
      *========================================================================
       write-params-audit-line.
           ACCEPT AUDIT-TODAY FROM DATE
           ACCEPT AUDIT-NOW   FROM TIME
           MOVE SPACES TO AUDIT-LOG-REC
           STRING "20"             DELIMITED BY SIZE
                  AUDIT-YY         DELIMITED BY SIZE
                  AUDIT-MN         DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  AUDIT-SS         DELIMITED BY SIZE
                  " PARAMS BAD-HAND-LIMIT=" DELIMITED BY SIZE
                  BAD-HAND-LIMIT   DELIMITED BY SIZE
                  " CHECKPOINT-EVERY=" DELIMITED BY SIZE
                  CHECKPOINT-EVERY DELIMITED BY SIZE
                  " TREND-RUNS="   DELIMITED BY SIZE
                  TREND-RUNS       DELIMITED BY SIZE
                  " TREND-TOL-PCT=" DELIMITED BY SIZE
                  TREND-TOL-PCT    DELIMITED BY SIZE
                  " RAKE-RATE-BP=" DELIMITED BY SIZE
                  RAKE-RATE-BP     DELIMITED BY SIZE
                  " ESCHEAT-HOLD-DAYS=" DELIMITED BY SIZE
                  ESCHEAT-HOLD-DAYS DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC

      * Settlement controls carry on a second PARAMS line - the first
      * is full
           PERFORM build-audit-stamp
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP      DELIMITED BY SIZE
                  " PARAMS HOLD-THRESHOLD=" DELIMITED BY SIZE
                  HOLD-THRESHOLD   DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC

      * and the surveillance window and thresholds on a third
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP      DELIMITED BY SIZE
                  " PARAMS SURV-WINDOW-DAYS=" DELIMITED BY SIZE
                  SURV-WINDOW-DAYS DELIMITED BY SIZE
                  " SURV-TOP-N="   DELIMITED BY SIZE
                  SURV-TOP-N       DELIMITED BY SIZE
                  " SURV-MIN-HANDS=" DELIMITED BY SIZE
                  SURV-MIN-HANDS   DELIMITED BY SIZE
                  " SURV-TOPN-PCT=" DELIMITED BY SIZE
                  SURV-TOPN-PCT    DELIMITED BY SIZE
                  " SURV-SHARE-BP=" DELIMITED BY SIZE
                  SURV-SHARE-BP    DELIMITED BY SIZE
                  " SURV-QUADS-PCT=" DELIMITED BY SIZE
                  SURV-QUADS-PCT   DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC

      * and, while tax.txt is in force, the withholding terms
           IF TAX-LOADED
               MOVE SPACES TO AUDIT-LOG-REC
               STRING AUDIT-STAMP      DELIMITED BY SIZE
                      " TAX WITHHOLD-THRESHOLD=" DELIMITED BY SIZE
                      TAX-THRESHOLD    DELIMITED BY SIZE
                      " WITHHOLD-RATE-BP=" DELIMITED BY SIZE
                      TAX-RATE-BP      DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
               WRITE AUDIT-LOG-REC
           END-IF.

      *========================================================================
      * Loads the tax withholding control from TAX-CONTROL, once, at
      * job start. OPTIONAL file - absent means nothing is withheld -
      * but a present file must carry both the threshold and the rate
      * and validate whole or nothing runs
      *========================================================================
       load-tax-control.
           MOVE 0 TO TAX-LINE-COUNT
           SET EOF-TAX-FALSE TO TRUE
           OPEN INPUT TAX-CONTROL

           PERFORM UNTIL EOF-TAX-TRUE
               READ TAX-CONTROL
                   AT END SET EOF-TAX-TRUE TO TRUE
                   NOT AT END PERFORM apply-one-tax-line
               END-READ
           END-PERFORM

           CLOSE TAX-CONTROL

           IF TAX-LINE-COUNT > 0
               IF TAX-THRESHOLD = 0
                   SET TAX-INVALID TO TRUE
                   DISPLAY "*** tax.txt HAS NO WITHHOLD-THRESHOLD"
               END-IF
               IF TAX-RATE-BP = 0
                   SET TAX-INVALID TO TRUE
                   DISPLAY "*** tax.txt HAS NO WITHHOLD-RATE-BP"
               END-IF
               IF TAX-VALID
                   SET TAX-LOADED TO TRUE
                   DISPLAY "Tax withholding: ", TAX-RATE-BP,
                           " bp on nets of ", TAX-THRESHOLD,
                           " or more"
               END-IF
           ELSE
               DISPLAY "No tax.txt - no tax will be withheld"
           END-IF.

      *========================================================================
      * Validates and applies one tax.txt line - 8 zero-padded digits
      * against a keyword this program knows, the params.txt rules
      *========================================================================
       apply-one-tax-line.
           ADD 1 TO TAX-LINE-COUNT
           IF TAX-VALUE IS NOT NUMERIC
               SET TAX-INVALID TO TRUE
               DISPLAY "*** tax.txt ", TAX-KEY,
                       ": NON-NUMERIC VALUE '", TAX-VALUE, "'"
           ELSE
               MOVE TAX-VALUE TO TAX-NUM
               EVALUATE TAX-KEY
                   WHEN "WITHHOLD-THRESHOLD  "
                       IF TAX-NUM < 1
                           SET TAX-INVALID TO TRUE
                           DISPLAY "*** tax.txt WITHHOLD-THRESHOLD ",
                                   "MUST BE 1-99999999, GOT ", TAX-NUM
                       ELSE
                           MOVE TAX-NUM TO TAX-THRESHOLD
                       END-IF
                   WHEN "WITHHOLD-RATE-BP    "
                       IF TAX-NUM < 1 OR TAX-NUM > 10000
                           SET TAX-INVALID TO TRUE
                           DISPLAY "*** tax.txt WITHHOLD-RATE-BP ",
                                   "MUST BE 1-10000, GOT ", TAX-NUM
                       ELSE
                           MOVE TAX-NUM TO TAX-RATE-BP
                       END-IF
                   WHEN OTHER
                       SET TAX-INVALID TO TRUE
                       DISPLAY "*** tax.txt: UNKNOWN KEYWORD '",
                               TAX-KEY, "'"
               END-EVALUATE
           END-IF.

      *========================================================================
      * Loads the chart of accounts from COA-FILE, once, at job
      * start, and validates it whole before any deck is touched
      *========================================================================
       load-chart-of-accounts.
           MOVE 0 TO COA-COUNT
           SET EOF-COA-FALSE TO TRUE
           OPEN INPUT COA-FILE

           PERFORM UNTIL EOF-COA-TRUE
               READ COA-FILE
                   AT END SET EOF-COA-TRUE TO TRUE
                   NOT AT END PERFORM apply-one-coa-line
               END-READ
           END-PERFORM

           CLOSE COA-FILE

           IF COA-COUNT > 0
               SET COA-LOADED TO TRUE
               PERFORM check-coa-coverage
           ELSE
               DISPLAY "No coa.txt - GL journal will not be produced"
           END-IF.

      *========================================================================
      * Validates and tables one coa.txt line - the role must be one
      * the journal posts to, the account number all digits and the
      * cost centre present
      *========================================================================
       apply-one-coa-line.
           EVALUATE COA-ROLE
               WHEN "PRIZE-EXPENSE       "
               WHEN "PLAYER-PAYABLE      "
               WHEN "HOUSE-COMMISSION    "
               WHEN "ESCHEAT-PAYABLE     "
               WHEN "TAX-WITHHELD        "
                   CONTINUE
               WHEN OTHER
                   SET COA-INVALID TO TRUE
                   DISPLAY "*** coa.txt: UNKNOWN ROLE '", COA-ROLE, "'"
           END-EVALUATE
           IF COA-ACCOUNT IS NOT NUMERIC
               SET COA-INVALID TO TRUE
               DISPLAY "*** coa.txt ", COA-ROLE,
                       ": NON-NUMERIC ACCOUNT '", COA-ACCOUNT, "'"
           END-IF
           IF COA-COST-CENTRE = SPACES
               SET COA-INVALID TO TRUE
               DISPLAY "*** coa.txt ", COA-ROLE,
                       ": MISSING COST CENTRE"
           END-IF

           IF COA-COUNT >= 20
               SET COA-INVALID TO TRUE
               DISPLAY "*** TOO MANY LINES IN coa.txt"
           ELSE
               ADD 1 TO COA-COUNT
               MOVE COA-ROLE        TO COA-TBL-ROLE(COA-COUNT)
               MOVE COA-ACCOUNT     TO COA-TBL-ACCOUNT(COA-COUNT)
               MOVE COA-COST-CENTRE TO COA-TBL-CC(COA-COUNT)
           END-IF.

      *========================================================================
      * Every role the journal posts to must be in coa.txt exactly
      * once - a missing role would leave journal lines with no
      * account, and a duplicated one would silently shadow the line
      * above it
      *========================================================================
       check-coa-coverage.
           PERFORM VARYING COA-I FROM 1 BY 1 UNTIL COA-I > COA-COUNT
               PERFORM VARYING COA-K FROM COA-I BY 1
                       UNTIL COA-K > COA-COUNT
                   IF COA-K NOT = COA-I
                       AND COA-TBL-ROLE(COA-I) = COA-TBL-ROLE(COA-K)
                       SET COA-INVALID TO TRUE
                       DISPLAY "*** coa.txt ROLE ",
                           COA-TBL-ROLE(COA-I),
                           " APPEARS MORE THAN ONCE"
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "PRIZE-EXPENSE" TO COA-NEEDED-ROLE
           PERFORM check-one-needed-role
           MOVE "PLAYER-PAYABLE" TO COA-NEEDED-ROLE
           PERFORM check-one-needed-role
           MOVE "HOUSE-COMMISSION" TO COA-NEEDED-ROLE
           PERFORM check-one-needed-role
           MOVE "ESCHEAT-PAYABLE" TO COA-NEEDED-ROLE
           PERFORM check-one-needed-role
      * Required whether or not tax.txt is in force tonight - a hand
      * withheld on an earlier night can still be reversed, backed
      * out or released from the approval queue
           MOVE "TAX-WITHHELD" TO COA-NEEDED-ROLE
           PERFORM check-one-needed-role.

      *========================================================================
      * Verifies one required journal role has a coa.txt line
      *========================================================================
       check-one-needed-role.
           PERFORM find-coa-role
           IF COA-FOUND-IX = 0
               SET COA-INVALID TO TRUE
               DISPLAY "*** coa.txt HAS NO ACCOUNT FOR ROLE ",
                       COA-NEEDED-ROLE
           END-IF.

      *========================================================================
      * Scans COA-TABLE for the role in COA-NEEDED-ROLE and answers
      * its row through COA-FOUND-IX - zero when it is not there
      *========================================================================
       find-coa-role.
           MOVE 0 TO COA-FOUND-IX
           PERFORM VARYING COA-I FROM 1 BY 1 UNTIL COA-I > COA-COUNT
               IF COA-TBL-ROLE(COA-I) = COA-NEEDED-ROLE
                   MOVE COA-I TO COA-FOUND-IX
               END-IF
           END-PERFORM.

      *========================================================================
      * Loads the accounting period control from PERIOD-CONTROL, once,
      * at job start. OPTIONAL file - absent means nothing is closed -
      * but a present file must validate whole or nothing runs
      *========================================================================
       load-period-control.
           MOVE 0 TO PER-COUNT
           SET EOF-PER-FALSE TO TRUE
           OPEN INPUT PERIOD-CONTROL

           PERFORM UNTIL EOF-PER-TRUE
               READ PERIOD-CONTROL
                   AT END SET EOF-PER-TRUE TO TRUE
                   NOT AT END PERFORM apply-one-period-line
               END-READ
           END-PERFORM

           CLOSE PERIOD-CONTROL.

      *========================================================================
      * Validates and tables one periods.txt line - a real CCYYMM
      * period, listed once, closed or re-opened
      *========================================================================
       apply-one-period-line.
           IF PER-PERIOD IS NOT NUMERIC
               OR PER-PERIOD(5:2) < "01" OR PER-PERIOD(5:2) > "12"
               SET PERIOD-INVALID TO TRUE
               DISPLAY "*** periods.txt: BAD PERIOD '", PER-PERIOD, "'"
           END-IF
           IF NOT PER-CLOSED AND NOT PER-OPEN
               SET PERIOD-INVALID TO TRUE
               DISPLAY "*** periods.txt ", PER-PERIOD,
                       ": STATUS MUST BE C OR O"
           END-IF
           MOVE PER-PERIOD TO PER-LOOK-PERIOD
           PERFORM find-period
           IF PER-FOUND-IX > 0
               SET PERIOD-INVALID TO TRUE
               DISPLAY "*** periods.txt ", PER-PERIOD,
                       ": PERIOD LISTED TWICE"
           END-IF

           IF PER-COUNT >= 600
               SET PERIOD-INVALID TO TRUE
               DISPLAY "*** TOO MANY LINES IN periods.txt"
           ELSE
               ADD 1 TO PER-COUNT
               MOVE PER-PERIOD TO PER-TBL-PERIOD(PER-COUNT)
               MOVE PER-STATUS TO PER-TBL-STATUS(PER-COUNT)
               MOVE PER-DATE   TO PER-TBL-DATE(PER-COUNT)
               MOVE PER-USER   TO PER-TBL-USER(PER-COUNT)
           END-IF.

      *========================================================================
      * Looks the period in PER-LOOK-PERIOD up in the period table,
      * answering its row through PER-FOUND-IX (zero when the period
      * has never been closed)
      *========================================================================
       find-period.
           MOVE 0 TO PER-FOUND-IX
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > PER-COUNT
               IF PER-TBL-PERIOD(PER-I) = PER-LOOK-PERIOD
                   MOVE PER-I TO PER-FOUND-IX
               END-IF
           END-PERFORM.

      *========================================================================
      * Answers through PER-LOCK-SW whether the business date in
      * PER-LOOK-DATE falls in a closed accounting period
      *========================================================================
       check-period-closed.
           SET PERIOD-NOT-LOCKED TO TRUE
           MOVE PER-LOOK-DATE(1:6) TO PER-LOOK-PERIOD
           PERFORM find-period
           IF PER-FOUND-IX > 0
               IF PER-TBL-CLOSED(PER-FOUND-IX)
                   SET PERIOD-LOCKED TO TRUE
               END-IF
           END-IF.

      *========================================================================
      * Refuses one posting into a closed period - a refusal line on
      * the audit trail naming what was refused, and the job flagged
      * so accounting hears of it (source, deck, part and hand in the
      * PER-LOCK- fields, business date in PER-LOOK-DATE)
      *========================================================================
       refuse-period-lock.
           DISPLAY "*** ", PER-LOCK-SOURCE, " REFUSED - DECK ",
                   PER-LOCK-DECK, " PART ", PER-LOCK-PART,
                   " DATE ", PER-LOOK-DATE,
                   ": ACCOUNTING PERIOD CLOSED ***"
           PERFORM build-audit-stamp
           MOVE SPACES TO AUDIT-LOG-REC
           STRING AUDIT-STAMP          DELIMITED BY SIZE
                  " PERIOD CLOSED REFUSED SOURCE=" DELIMITED BY SIZE
                  PER-LOCK-SOURCE      DELIMITED BY SPACE
                  " DATE="             DELIMITED BY SIZE
                  PER-LOOK-DATE        DELIMITED BY SIZE
                  " DECK="             DELIMITED BY SIZE
                  PER-LOCK-DECK        DELIMITED BY SPACE
                  " PART="             DELIMITED BY SIZE
                  PER-LOCK-PART        DELIMITED BY SIZE
                  " HAND="             DELIMITED BY SIZE
                  PER-LOCK-HAND        DELIMITED BY SIZE
              INTO AUDIT-LOG-REC
           END-STRING
           WRITE AUDIT-LOG-REC
           IF JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "POSTING REFUSED - ACCOUNTING PERIOD CLOSED"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Reads PERIOD-TXN, if present, and applies one close or re-open
      * per line. A close totals the period's settled hands off the
      * history master onto the period-close report before the
      * period is marked closed; a re-open must say why. Every line
      * - applied or refused - is on the report, every applied one on
      * the audit trail, and periods.txt is rewritten (the previous
      * generation copied aside first) once anything has changed
      *========================================================================
       run-period-close.
           MOVE 0 TO PTXN-APPLIED-COUNT
           MOVE 0 TO PTXN-REJECT-COUNT
           SET EOF-PTXN-FALSE TO TRUE
           OPEN INPUT PERIOD-TXN
           READ PERIOD-TXN
               AT END SET EOF-PTXN-TRUE TO TRUE
           END-READ

      * A night with no period transactions leaves the last report
      * standing rather than replacing it with an empty one
           IF EOF-PTXN-FALSE
               PERFORM build-audit-stamp
               OPEN OUTPUT PERIOD-REPORT
               OPEN INPUT SETTLE-HIST
               OPEN EXTEND AUDIT-LOG
               MOVE SPACES TO PERIOD-REPORT-REC
               STRING "ACCOUNTING PERIOD CLOSE RUN " DELIMITED BY SIZE
                      AUDIT-STAMP                    DELIMITED BY SIZE
                   INTO PERIOD-REPORT-REC
               END-STRING
               WRITE PERIOD-REPORT-REC
               MOVE ALL "=" TO PERIOD-REPORT-REC
               WRITE PERIOD-REPORT-REC
               PERFORM UNTIL EOF-PTXN-TRUE
                   PERFORM process-one-period-txn
                   READ PERIOD-TXN
                       AT END SET EOF-PTXN-TRUE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               CLOSE SETTLE-HIST
               MOVE SPACES TO PERIOD-REPORT-REC
               WRITE PERIOD-REPORT-REC
               MOVE SPACES TO PERIOD-REPORT-REC
               STRING "TRANSACTIONS APPLIED="  DELIMITED BY SIZE
                      PTXN-APPLIED-COUNT       DELIMITED BY SIZE
                      " REJECTED="             DELIMITED BY SIZE
                      PTXN-REJECT-COUNT        DELIMITED BY SIZE
                   INTO PERIOD-REPORT-REC
               END-STRING
               WRITE PERIOD-REPORT-REC
               CLOSE PERIOD-REPORT
               DISPLAY "Period close: applied=", PTXN-APPLIED-COUNT,
                       " rejected=", PTXN-REJECT-COUNT
           END-IF
           CLOSE PERIOD-TXN

           IF PTXN-APPLIED-COUNT > 0
               PERFORM rewrite-period-control
           END-IF

           IF PTXN-REJECT-COUNT > 0 AND JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "PERIOD CLOSE REJECTS - SEE periodclose_rpt.txt"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Edits and applies one period transaction against the period
      * table as it stands after every earlier line. Only a period
      * that has ended can be closed, and only a closed one re-opened
      *========================================================================
       process-one-period-txn.
           MOVE SPACES TO PTXN-REJECT-REASON
           MOVE PT-PERIOD TO PER-LOOK-PERIOD
           PERFORM find-period

           EVALUATE TRUE
               WHEN NOT PT-CLOSE AND NOT PT-REOPEN
                   MOVE "ACTION MUST BE CLOSE OR REOPEN"
                        TO PTXN-REJECT-REASON
               WHEN PT-PERIOD IS NOT NUMERIC
                   OR PT-PERIOD(5:2) < "01" OR PT-PERIOD(5:2) > "12"
                   MOVE "PERIOD MUST BE CCYYMM" TO PTXN-REJECT-REASON
               WHEN PT-USER = SPACES
                   MOVE "MISSING USER ID" TO PTXN-REJECT-REASON
               WHEN PT-CLOSE AND PT-PERIOD NOT < RUN-DATE(1:6)
                   MOVE "PERIOD HAS NOT ENDED" TO PTXN-REJECT-REASON
               WHEN PT-CLOSE AND PER-FOUND-IX > 0
                   IF PER-TBL-CLOSED(PER-FOUND-IX)
                       MOVE "PERIOD ALREADY CLOSED"
                            TO PTXN-REJECT-REASON
                   END-IF
               WHEN PT-REOPEN AND PER-FOUND-IX = 0
                   MOVE "PERIOD WAS NEVER CLOSED"
                        TO PTXN-REJECT-REASON
               WHEN PT-REOPEN AND NOT PER-TBL-CLOSED(PER-FOUND-IX)
                   MOVE "PERIOD IS NOT CLOSED" TO PTXN-REJECT-REASON
               WHEN PT-REOPEN AND PT-REASON = SPACES
                   MOVE "A RE-OPEN MUST GIVE A REASON"
                        TO PTXN-REJECT-REASON
               WHEN PER-FOUND-IX = 0 AND PER-COUNT >= 600
                   MOVE "PERIOD TABLE FULL" TO PTXN-REJECT-REASON
           END-EVALUATE

           IF PTXN-REJECT-REASON NOT = SPACES
               ADD 1 TO PTXN-REJECT-COUNT
               DISPLAY "*** PERIOD TRANSACTION REJECTED - ", PT-ACTION,
                       " ", PT-PERIOD, ": ", PTXN-REJECT-REASON
               MOVE SPACES TO PTXN-OUTCOME-TXT
               STRING "REJECTED - "      DELIMITED BY SIZE
                      PTXN-REJECT-REASON DELIMITED BY SIZE
                   INTO PTXN-OUTCOME-TXT
               END-STRING
           ELSE
               ADD 1 TO PTXN-APPLIED-COUNT
               IF PER-FOUND-IX = 0
                   ADD 1 TO PER-COUNT
                   MOVE PER-COUNT TO PER-FOUND-IX
                   MOVE PT-PERIOD TO PER-TBL-PERIOD(PER-FOUND-IX)
               END-IF
               MOVE RUN-DATE TO PER-TBL-DATE(PER-FOUND-IX)
               MOVE PT-USER  TO PER-TBL-USER(PER-FOUND-IX)
               IF PT-CLOSE
                   PERFORM close-one-period
                   MOVE "C" TO PER-TBL-STATUS(PER-FOUND-IX)
                   MOVE "PERIOD CLOSED" TO PTXN-OUTCOME-TXT
               ELSE
                   MOVE "O" TO PER-TBL-STATUS(PER-FOUND-IX)
                   MOVE "PERIOD RE-OPENED" TO PTXN-OUTCOME-TXT
               END-IF
               PERFORM write-period-audit-line
           END-IF

           MOVE SPACES TO PERIOD-REPORT-REC
           STRING PT-REC           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PTXN-OUTCOME-TXT DELIMITED BY SIZE
               INTO PERIOD-REPORT-REC
           END-STRING
           WRITE PERIOD-REPORT-REC.

      *========================================================================
      * Totals the period's settled hands off the history master by
      * deck/part and prints them - hands, gross, rake and net, with
      * reversed hands left out of the money and counted on their own.
      * A hand belongs to the period of its business date, the date
      * the lockout tests - a repair paid in a later month still
      * counts here, so the walk runs on to the end of the master
      *========================================================================
       close-one-period.
           MOVE 0 TO PCL-COUNT
           MOVE 0 TO PCL-TOT-HANDS
           MOVE 0 TO PCL-TOT-GROSS
           MOVE 0 TO PCL-TOT-RAKE
           MOVE 0 TO PCL-TOT-NET
           MOVE 0 TO PCL-TOT-WITHHELD
           MOVE 0 TO PCL-REV-HANDS

           MOVE PT-PERIOD  TO HIST-DATE(1:6)
           MOVE "01"       TO HIST-DATE(7:2)
           MOVE LOW-VALUES TO HIST-DECK
           MOVE LOW-VALUES TO HIST-PART
           MOVE LOW-VALUES TO HIST-HAND-ID
           START SETTLE-HIST KEY >= HIST-KEY
               INVALID KEY
                   SET EOF-HIST-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-HIST-FALSE TO TRUE
           END-START
           PERFORM UNTIL EOF-HIST-TRUE
               READ SETTLE-HIST NEXT RECORD
                   AT END SET EOF-HIST-TRUE TO TRUE
                   NOT AT END
                       PERFORM resolve-hist-bus-date
                       IF HIST-BUS-DATE(1:6) = PT-PERIOD
                           PERFORM total-one-period-hand
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO PERIOD-REPORT-REC
           WRITE PERIOD-REPORT-REC
           MOVE SPACES TO PERIOD-REPORT-REC
           STRING "PERIOD "  DELIMITED BY SIZE
                  PT-PERIOD  DELIMITED BY SIZE
                  " SETTLED TOTALS BY DECK/PART" DELIMITED BY SIZE
               INTO PERIOD-REPORT-REC
           END-STRING
           WRITE PERIOD-REPORT-REC
           PERFORM VARYING PCL-I FROM 1 BY 1 UNTIL PCL-I > PCL-COUNT
               MOVE SPACES TO PERIOD-REPORT-REC
               STRING "  "           DELIMITED BY SIZE
                      PCL-DECK(PCL-I)  DELIMITED BY SIZE
                      " P"           DELIMITED BY SIZE
                      PCL-PART(PCL-I)  DELIMITED BY SIZE
                      " HANDS="      DELIMITED BY SIZE
                      PCL-HANDS(PCL-I) DELIMITED BY SIZE
                      " GROSS="      DELIMITED BY SIZE
                      PCL-GROSS(PCL-I) DELIMITED BY SIZE
                      " RAKE="       DELIMITED BY SIZE
                      PCL-RAKE(PCL-I)  DELIMITED BY SIZE
                      " NET="        DELIMITED BY SIZE
                      PCL-NET(PCL-I)   DELIMITED BY SIZE
                      " WITHHELD="   DELIMITED BY SIZE
                      PCL-WITHHELD(PCL-I) DELIMITED BY SIZE
                   INTO PERIOD-REPORT-REC
               END-STRING
               WRITE PERIOD-REPORT-REC
           END-PERFORM
           MOVE SPACES TO PERIOD-REPORT-REC
           STRING "  PERIOD TOTAL"  DELIMITED BY SIZE
                  "                   HANDS=" DELIMITED BY SIZE
                  PCL-TOT-HANDS     DELIMITED BY SIZE
                  " GROSS="         DELIMITED BY SIZE
                  PCL-TOT-GROSS     DELIMITED BY SIZE
                  " RAKE="          DELIMITED BY SIZE
                  PCL-TOT-RAKE      DELIMITED BY SIZE
                  " NET="           DELIMITED BY SIZE
                  PCL-TOT-NET       DELIMITED BY SIZE
                  " WITHHELD="      DELIMITED BY SIZE
                  PCL-TOT-WITHHELD  DELIMITED BY SIZE
               INTO PERIOD-REPORT-REC
           END-STRING
           WRITE PERIOD-REPORT-REC
           MOVE SPACES TO PERIOD-REPORT-REC
           STRING "  REVERSED HANDS EXCLUDED=" DELIMITED BY SIZE
                  PCL-REV-HANDS     DELIMITED BY SIZE
                  "   CLOSED BY "   DELIMITED BY SIZE
                  PT-USER           DELIMITED BY SIZE
                  " ON "            DELIMITED BY SIZE
                  RUN-DATE          DELIMITED BY SIZE
               INTO PERIOD-REPORT-REC
           END-STRING
           WRITE PERIOD-REPORT-REC
           MOVE SPACES TO PERIOD-REPORT-REC
           WRITE PERIOD-REPORT-REC.

      *========================================================================
      * Adds one history record into its deck/part's period totals
      *========================================================================
       total-one-period-hand.
           IF HIST-REVERSED
               ADD 1 TO PCL-REV-HANDS
           ELSE
               MOVE 0 TO PCL-FOUND-IX
               PERFORM VARYING PCL-I FROM 1 BY 1
                       UNTIL PCL-I > PCL-COUNT
                   IF PCL-DECK(PCL-I) = HIST-DECK
                       AND PCL-PART(PCL-I) = HIST-PART
                       MOVE PCL-I TO PCL-FOUND-IX
                   END-IF
               END-PERFORM
               IF PCL-FOUND-IX = 0 AND PCL-COUNT < 2000
                   ADD 1 TO PCL-COUNT
                   MOVE PCL-COUNT TO PCL-FOUND-IX
                   MOVE HIST-DECK TO PCL-DECK(PCL-FOUND-IX)
                   MOVE HIST-PART TO PCL-PART(PCL-FOUND-IX)
                   MOVE 0 TO PCL-HANDS(PCL-FOUND-IX)
                   MOVE 0 TO PCL-GROSS(PCL-FOUND-IX)
                   MOVE 0 TO PCL-RAKE(PCL-FOUND-IX)
                   MOVE 0 TO PCL-NET(PCL-FOUND-IX)
                   MOVE 0 TO PCL-WITHHELD(PCL-FOUND-IX)
               END-IF
               IF PCL-FOUND-IX > 0
                   ADD 1          TO PCL-HANDS(PCL-FOUND-IX)
                   ADD HIST-GROSS TO PCL-GROSS(PCL-FOUND-IX)
                   ADD HIST-RAKE  TO PCL-RAKE(PCL-FOUND-IX)
                   ADD HIST-NET   TO PCL-NET(PCL-FOUND-IX)
                   ADD HIST-WITHHELD TO PCL-WITHHELD(PCL-FOUND-IX)
               END-IF
               ADD 1          TO PCL-TOT-HANDS
               ADD HIST-GROSS TO PCL-TOT-GROSS
               ADD HIST-RAKE  TO PCL-TOT-RAKE
               ADD HIST-NET   TO PCL-TOT-NET
               ADD HIST-WITHHELD TO PCL-TOT-WITHHELD
           END-IF.

      *========================================================================
      * Appends one applied period transaction to the run-history
      * audit trail - a close with the totals it was signed off at,
      * a re-open with its reason, and who did it either way
      *========================================================================
       write-period-audit-line.
           MOVE SPACES TO AUDIT-LOG-REC
           IF PT-CLOSE
               STRING AUDIT-STAMP          DELIMITED BY SIZE
                      " PERIOD CLOSED PERIOD=" DELIMITED BY SIZE
                      PT-PERIOD            DELIMITED BY SIZE
                      " HANDS="            DELIMITED BY SIZE
                      PCL-TOT-HANDS        DELIMITED BY SIZE
                      " GROSS="            DELIMITED BY SIZE
                      PCL-TOT-GROSS        DELIMITED BY SIZE
                      " RAKE="             DELIMITED BY SIZE
                      PCL-TOT-RAKE         DELIMITED BY SIZE
                      " NET="              DELIMITED BY SIZE
                      PCL-TOT-NET          DELIMITED BY SIZE
                      " BY="               DELIMITED BY SIZE
                      PT-USER              DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
           ELSE
               STRING AUDIT-STAMP          DELIMITED BY SIZE
                      " PERIOD REOPENED PERIOD=" DELIMITED BY SIZE
                      PT-PERIOD            DELIMITED BY SIZE
                      " BY="               DELIMITED BY SIZE
                      PT-USER              DELIMITED BY SIZE
                      " REASON="           DELIMITED BY SIZE
                      PT-REASON            DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
           END-IF
           WRITE AUDIT-LOG-REC.

      *========================================================================
      * Rewrites periods.txt from the period table, the previous
      * generation copied aside first
      *========================================================================
       rewrite-period-control.
           CALL "CBL_COPY_FILE" USING PER-MASTER-NAME
                                      PER-BACKUP-NAME
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT PERIOD-CONTROL
           PERFORM VARYING PER-I FROM 1 BY 1 UNTIL PER-I > PER-COUNT
               MOVE PER-TBL-PERIOD(PER-I) TO PER-PERIOD
               MOVE PER-TBL-STATUS(PER-I) TO PER-STATUS
               MOVE PER-TBL-DATE(PER-I)   TO PER-DATE
               MOVE PER-TBL-USER(PER-I)   TO PER-USER
               MOVE " " TO PER-FILL-1
               MOVE " " TO PER-FILL-2
               MOVE " " TO PER-FILL-3
               WRITE PER-REC
           END-PERFORM
           CLOSE PERIOD-CONTROL.

      *========================================================================
      * Loads the expected-deck schedule from DECK-SCHEDULE, once, at
      * job start. OPTIONAL file - absent means no arrival checking -
      * but a present file must validate whole or nothing runs
      *========================================================================
       load-deck-schedule.
           MOVE 0 TO SCHED-COUNT
           SET EOF-SCHED-FALSE TO TRUE
           OPEN INPUT DECK-SCHEDULE

           PERFORM UNTIL EOF-SCHED-TRUE
               READ DECK-SCHEDULE
                   AT END SET EOF-SCHED-TRUE TO TRUE
                   NOT AT END PERFORM apply-one-schedule-line
               END-READ
           END-PERFORM

           CLOSE DECK-SCHEDULE

           IF SCHED-COUNT > 0
               SET SCHED-LOADED TO TRUE
           END-IF.

      *========================================================================
      * Validates and tables one deckschedule.txt line - a numeric
      * business date, a deck name, and a due date no earlier than
      * the business date
      *========================================================================
       apply-one-schedule-line.
           IF SCH-DATE IS NOT NUMERIC
               SET SCHED-INVALID TO TRUE
               DISPLAY "*** deckschedule.txt: BAD BUSINESS DATE '",
                       SCH-DATE, "'"
           END-IF
           IF SCH-DECK = SPACES
               SET SCHED-INVALID TO TRUE
               DISPLAY "*** deckschedule.txt ", SCH-DATE,
                       ": MISSING DECK NAME"
           END-IF
           IF SCH-DUE-DATE IS NOT NUMERIC
               OR SCH-DUE-DATE < SCH-DATE
               SET SCHED-INVALID TO TRUE
               DISPLAY "*** deckschedule.txt ", SCH-DATE, " ",
                       SCH-DECK, ": BAD DUE DATE '", SCH-DUE-DATE, "'"
           END-IF

           IF SCHED-COUNT >= 2000
               SET SCHED-INVALID TO TRUE
               DISPLAY "*** TOO MANY LINES IN deckschedule.txt"
           ELSE
               ADD 1 TO SCHED-COUNT
               MOVE SCH-DATE     TO SCHED-TBL-DATE(SCHED-COUNT)
               MOVE SCH-DECK     TO SCHED-TBL-DECK(SCHED-COUNT)
               MOVE SCH-DUE-DATE TO SCHED-TBL-DUE(SCHED-COUNT)
               MOVE "N"          TO SCHED-TBL-ARRIVED(SCHED-COUNT)
           END-IF.

      *========================================================================
      * Records the deck just run as arrived tonight under the
      * business date its header carries - once per deck, and only
      * when a header was read at all
      *========================================================================
       note-deck-arrival.
           IF DECK-BUSINESS-DATE NOT = SPACES
               MOVE 0 TO ARR-FOUND-IX
               PERFORM VARYING ARR-I FROM 1 BY 1
                       UNTIL ARR-I > ARR-COUNT
                   IF ARR-TBL-DATE(ARR-I) = DECK-BUSINESS-DATE
                       AND ARR-TBL-DECK(ARR-I) = DECK-REC
                       MOVE ARR-I TO ARR-FOUND-IX
                   END-IF
               END-PERFORM
               IF ARR-FOUND-IX = 0 AND ARR-COUNT < 2000
                   ADD 1 TO ARR-COUNT
                   MOVE DECK-BUSINESS-DATE TO ARR-TBL-DATE(ARR-COUNT)
                   MOVE DECK-REC           TO ARR-TBL-DECK(ARR-COUNT)
               END-IF
           END-IF.

      *========================================================================
      * Reads the deck/part's own checkpoint trail for its last status
      * - INPROG means an abended run left it half-settled, and this
      * run is its resume, not a second payment
      *========================================================================
       check-part-in-flight.
           MOVE SPACES TO DUP-CKPT-STATUS
           SET EOF-DUPCK-FALSE TO TRUE
           OPEN INPUT CHECKPOINT-FILE
           PERFORM UNTIL EOF-DUPCK-TRUE
               READ CHECKPOINT-FILE
                   AT END SET EOF-DUPCK-TRUE TO TRUE
                   NOT AT END MOVE CKPT-STATUS TO DUP-CKPT-STATUS
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

      *========================================================================
      * Looks the history master up for any hand of this deck/part
      * under the business date its header carries, and whether that
      * night was reversed - a reversal marks every hand, so the first
      * one found answers for the deck/part. A hand repaired on this
      * date for an earlier night of the same deck/part is passed over
      *========================================================================
       check-part-settled-before.
           SET PART-NOT-SETTLED-BEFORE TO TRUE
           OPEN INPUT SETTLE-HIST
           MOVE DECK-BUSINESS-DATE TO HIST-DATE
           MOVE DECK-REC           TO HIST-DECK
           MOVE PART               TO HIST-PART
           MOVE LOW-VALUES         TO HIST-HAND-ID
           START SETTLE-HIST KEY >= HIST-KEY
               INVALID KEY
                   SET EOF-HIST-TRUE TO TRUE
               NOT INVALID KEY
                   SET EOF-HIST-FALSE TO TRUE
           END-START
           PERFORM UNTIL EOF-HIST-TRUE
               READ SETTLE-HIST NEXT RECORD
                   AT END SET EOF-HIST-TRUE TO TRUE
                   NOT AT END
                       IF HIST-DATE NOT = DECK-BUSINESS-DATE
                           OR HIST-DECK NOT = DECK-REC
                           OR HIST-PART NOT = PART
                           SET EOF-HIST-TRUE TO TRUE
                       ELSE
                           PERFORM resolve-hist-bus-date
                           IF HIST-BUS-DATE = DECK-BUSINESS-DATE
                               IF HIST-REVERSED
                                   SET PART-REVERSED-BEFORE TO TRUE
                               ELSE
                                   SET PART-SETTLED-BEFORE TO TRUE
                               END-IF
                               SET EOF-HIST-TRUE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLE-HIST.

      *========================================================================
      * Checks tonight's arrivals against the expected-deck schedule
      * and reports every exception - a deck that arrived but was not
      * expected for its business date, one that arrived after its due
      * date, and one now due that has neither arrived tonight nor
      * ever settled. A summary line goes on the audit trail and any
      * exception flags the job
      *========================================================================
       run-deck-schedule-check.
           MOVE 0 TO SCHED-MISSING-COUNT
           MOVE 0 TO SCHED-LATE-COUNT
           MOVE 0 TO SCHED-UNEXP-COUNT
           IF SCHED-LOADED
               PERFORM build-audit-stamp
               OPEN OUTPUT SCHEDULE-REPORT
               MOVE SPACES TO SCHEDULE-REPORT-REC
               STRING "DECK ARRIVAL CHECK " DELIMITED BY SIZE
                      AUDIT-STAMP           DELIMITED BY SIZE
                   INTO SCHEDULE-REPORT-REC
               END-STRING
               WRITE SCHEDULE-REPORT-REC
               MOVE ALL "=" TO SCHEDULE-REPORT-REC
               WRITE SCHEDULE-REPORT-REC

               PERFORM VARYING ARR-I FROM 1 BY 1
                       UNTIL ARR-I > ARR-COUNT
                   PERFORM check-one-arrival
               END-PERFORM

               OPEN INPUT SETTLE-HIST
               PERFORM VARYING SCHED-I FROM 1 BY 1
                       UNTIL SCHED-I > SCHED-COUNT
                   IF SCHED-TBL-ARRIVED(SCHED-I) = "N"
                       AND SCHED-TBL-DUE(SCHED-I) NOT > RUN-DATE
                       PERFORM check-one-missing-deck
                   END-IF
               END-PERFORM
               CLOSE SETTLE-HIST

               MOVE ALL "-" TO SCHEDULE-REPORT-REC
               WRITE SCHEDULE-REPORT-REC
               MOVE SPACES TO SCHEDULE-REPORT-REC
               STRING "MISSING="          DELIMITED BY SIZE
                      SCHED-MISSING-COUNT DELIMITED BY SIZE
                      " LATE="            DELIMITED BY SIZE
                      SCHED-LATE-COUNT    DELIMITED BY SIZE
                      " UNEXPECTED="      DELIMITED BY SIZE
                      SCHED-UNEXP-COUNT   DELIMITED BY SIZE
                   INTO SCHEDULE-REPORT-REC
               END-STRING
               WRITE SCHEDULE-REPORT-REC
               CLOSE SCHEDULE-REPORT

               MOVE SPACES TO AUDIT-LOG-REC
               STRING AUDIT-STAMP         DELIMITED BY SIZE
                      " SCHEDULE MISSING=" DELIMITED BY SIZE
                      SCHED-MISSING-COUNT DELIMITED BY SIZE
                      " LATE="            DELIMITED BY SIZE
                      SCHED-LATE-COUNT    DELIMITED BY SIZE
                      " UNEXPECTED="      DELIMITED BY SIZE
                      SCHED-UNEXP-COUNT   DELIMITED BY SIZE
                  INTO AUDIT-LOG-REC
               END-STRING
               WRITE AUDIT-LOG-REC

               IF SCHED-MISSING-COUNT > 0 OR SCHED-LATE-COUNT > 0
                   OR SCHED-UNEXP-COUNT > 0
                   DISPLAY "*** DECK SCHEDULE EXCEPTIONS: MISSING=",
                           SCHED-MISSING-COUNT, " LATE=",
                           SCHED-LATE-COUNT, " UNEXPECTED=",
                           SCHED-UNEXP-COUNT, " ***"
               END-IF
           END-IF

      * A deck that never came is a table that was never paid - ops
      * must see that on the sign-off
           IF (SCHED-MISSING-COUNT > 0 OR SCHED-LATE-COUNT > 0
               OR SCHED-UNEXP-COUNT > 0) AND JOB-COND-CODE < 4
               MOVE 4 TO JOB-COND-CODE
               MOVE "SCHEDULE EXCEPTIONS - SEE deckschedule_rpt.txt"
                    TO JOB-COND-REASON
           END-IF.

      *========================================================================
      * Matches one arrived deck against the schedule - not on it is
      * UNEXPECTED, on it but past its due date is LATE
      *========================================================================
       check-one-arrival.
           MOVE 0 TO SCHED-FOUND-IX
           PERFORM VARYING SCHED-I FROM 1 BY 1
                   UNTIL SCHED-I > SCHED-COUNT
               IF SCHED-TBL-DATE(SCHED-I) = ARR-TBL-DATE(ARR-I)
                   AND SCHED-TBL-DECK(SCHED-I) = ARR-TBL-DECK(ARR-I)
                   MOVE SCHED-I TO SCHED-FOUND-IX
               END-IF
           END-PERFORM
           IF SCHED-FOUND-IX = 0
               ADD 1 TO SCHED-UNEXP-COUNT
               MOVE "UNEXPECTED" TO SCHED-LINE-TXT
               PERFORM write-schedule-line
           ELSE
               MOVE "Y" TO SCHED-TBL-ARRIVED(SCHED-FOUND-IX)
               IF RUN-DATE > SCHED-TBL-DUE(SCHED-FOUND-IX)
                   ADD 1 TO SCHED-LATE-COUNT
                   MOVE "LATE" TO SCHED-LINE-TXT
                   PERFORM write-schedule-line
               END-IF
           END-IF.

      *========================================================================
      * A due deck that did not arrive tonight is MISSING unless some
      * earlier night already settled it under that business date
      *========================================================================
       check-one-missing-deck.
           MOVE SCHED-TBL-DATE(SCHED-I) TO HIST-DATE
           MOVE SCHED-TBL-DECK(SCHED-I) TO HIST-DECK
           MOVE LOW-VALUES              TO HIST-PART
           MOVE LOW-VALUES              TO HIST-HAND-ID
           SET EOF-HIST-TRUE TO TRUE
           START SETTLE-HIST KEY >= HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SETTLE-HIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-DATE = SCHED-TBL-DATE(SCHED-I)
                               AND HIST-DECK = SCHED-TBL-DECK(SCHED-I)
                               SET EOF-HIST-FALSE TO TRUE
                           END-IF
                   END-READ
           END-START
      *    EOF-HIST-TRUE here means no history for the deck/date
           IF EOF-HIST-TRUE
               ADD 1 TO SCHED-MISSING-COUNT
               MOVE "MISSING" TO SCHED-LINE-TXT
               PERFORM write-missing-schedule-line
           END-IF.

      *========================================================================
      * Writes one UNEXPECTED or LATE line for arrival ARR-I
      *========================================================================
       write-schedule-line.
           MOVE SPACES TO SCHEDULE-REPORT-REC
           IF SCHED-FOUND-IX = 0
               STRING SCHED-LINE-TXT      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      ARR-TBL-DECK(ARR-I) DELIMITED BY SIZE
                      " BUSINESS DATE "   DELIMITED BY SIZE
                      ARR-TBL-DATE(ARR-I) DELIMITED BY SIZE
                   INTO SCHEDULE-REPORT-REC
               END-STRING
           ELSE
               STRING SCHED-LINE-TXT      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      ARR-TBL-DECK(ARR-I) DELIMITED BY SIZE
                      " BUSINESS DATE "   DELIMITED BY SIZE
                      ARR-TBL-DATE(ARR-I) DELIMITED BY SIZE
                      " DUE "             DELIMITED BY SIZE
                      SCHED-TBL-DUE(SCHED-FOUND-IX) DELIMITED BY SIZE
                   INTO SCHEDULE-REPORT-REC
               END-STRING
           END-IF
           WRITE SCHEDULE-REPORT-REC.

      *========================================================================
      * Writes one MISSING line for schedule entry SCHED-I
      *========================================================================
       write-missing-schedule-line.
           MOVE SPACES TO SCHEDULE-REPORT-REC
           STRING SCHED-LINE-TXT          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  SCHED-TBL-DECK(SCHED-I) DELIMITED BY SIZE
                  " BUSINESS DATE "       DELIMITED BY SIZE
                  SCHED-TBL-DATE(SCHED-I) DELIMITED BY SIZE
                  " DUE "                 DELIMITED BY SIZE
                  SCHED-TBL-DUE(SCHED-I)  DELIMITED BY SIZE
               INTO SCHEDULE-REPORT-REC
           END-STRING
           WRITE SCHEDULE-REPORT-REC.

      *========================================================================
      * Clears the per-part rollup totals ahead of a deck/part's
               MOVE 0 TO PA-TBL-PAYOUT(PA-SCAN-I)
               MOVE 0 TO PA-TBL-RAKE(PA-SCAN-I)
               MOVE 0 TO PA-TBL-NET(PA-SCAN-I)
               MOVE 0 TO PA-TBL-WITHHELD(PA-SCAN-I)
           END-PERFORM
           MOVE 0 TO UNREG-HAND-COUNT
           MOVE 0 TO UNREG-PAYOUT-TOTAL
           MOVE 0 TO UNREG-RAKE-TOTAL
           MOVE 0 TO UNREG-NET-TOTAL
           MOVE 0 TO UNREG-WITHHELD-TOTAL.

      *========================================================================
      * Posts one settled hand's payout into its player account's
      * rollup row, or into the UNREGISTERED bucket when the hand ID
      * is not on the player master or its account has been closed.
      * Only production scoring passes post here - what-if rehearsals
      * skip the rollup entirely
      *========================================================================
       post-player-rollup.
           IF PROD-RUN
               PERFORM find-payable-account
               IF PA-FOUND-IX > 0
                   ADD 1 TO PA-TBL-HANDS(PA-FOUND-IX)
                   ADD ROLLUP-HAND-PAYOUT
                       TO PA-TBL-RAKE(PA-FOUND-IX)
                   ADD ROLLUP-HAND-NET
                       TO PA-TBL-NET(PA-FOUND-IX)
                   ADD ROLLUP-HAND-WITHHELD
                       TO PA-TBL-WITHHELD(PA-FOUND-IX)
                   PERFORM post-winnings-ledger
               ELSE
                   ADD 1 TO UNREG-HAND-COUNT
                   ADD ROLLUP-HAND-PAYOUT TO UNREG-PAYOUT-TOTAL
                   ADD ROLLUP-HAND-RAKE   TO UNREG-RAKE-TOTAL
                   ADD ROLLUP-HAND-NET    TO UNREG-NET-TOTAL
                   ADD ROLLUP-HAND-WITHHELD TO UNREG-WITHHELD-TOTAL
                   MOVE DECK-BUSINESS-DATE TO UNC-DATE
                   PERFORM register-unclaimed-hand
               END-IF
           END-IF.

      *========================================================================
      * Walks the registration hash chain for ROLLUP-HAND-ID and
      * answers the owning account's row through PA-FOUND-IX (and the
      * registration row through PM-FOUND-REG) - zero when the hand
      * is not on the player master
      *========================================================================
       find-hand-account.
           MOVE ROLLUP-HAND-ID TO PM-HASH-ID
           PERFORM compute-player-hash
           MOVE PM-HEAD(PM-HASH) TO PM-CHAIN
           MOVE 0 TO PA-FOUND-IX
           MOVE 0 TO PM-FOUND-REG
           PERFORM UNTIL PM-CHAIN = 0
               IF PM-TBL-HAND-ID(PM-CHAIN) = ROLLUP-HAND-ID
                   MOVE PM-TBL-ACCT-IX(PM-CHAIN) TO PA-FOUND-IX
                   MOVE PM-CHAIN TO PM-FOUND-REG
                   MOVE 0 TO PM-CHAIN
               ELSE
                   MOVE PM-TBL-NEXT(PM-CHAIN) TO PM-CHAIN
               END-IF
           END-PERFORM.

      *========================================================================
      * find-hand-account for a payout about to be credited - a hand
      * still registered to a closed account answers zero, so its
      * winnings go on the unclaimed register instead of the closed
      * account's ledger
      *========================================================================
       find-payable-account.
           PERFORM find-hand-account
           IF PA-FOUND-IX > 0
               IF PA-ACCT-CLOSED(PA-FOUND-IX)
                   MOVE 0 TO PA-FOUND-IX
               END-IF
           END-IF
           PERFORM note-paid-account.

      *========================================================================
      * Stamps the history record being built with where the payout
      * just found by find-payable-account goes - the account, or
      * the unclaimed register
      *========================================================================
       note-paid-account.
           IF PA-FOUND-IX > 0
               SET HIST-PAID-ACCT TO TRUE
               MOVE PA-TBL-ACCT(PA-FOUND-IX) TO HIST-ACCT
           ELSE
               SET HIST-PAID-UNCLAIMED TO TRUE
               MOVE SPACES TO HIST-ACCT
           END-IF.

      *========================================================================
      * Answers, through PA-FOUND-IX, the account the history record
      * in hand was credited to when it was paid (or claimed off the
      * unclaimed register) - zero for one never paid to an account.
      * Whoever holds the hand ID tonight does not come into it; only
      * a record written before the account was carried falls back
      * on tonight's registration
      *========================================================================
       find-settled-account.
           EVALUATE TRUE
               WHEN HIST-PAID-ACCT
                   MOVE HIST-ACCT TO PA-LOOK-ACCT
                   PERFORM find-player-acct
               WHEN HIST-PAID-UNCLAIMED
                   MOVE 0 TO PA-FOUND-IX
               WHEN OTHER
                   MOVE HIST-HAND-ID TO ROLLUP-HAND-ID
                   PERFORM find-hand-account
           END-EVALUATE.

      *========================================================================
      * Credits one settled hand's net to its owning account on the
      * player ledger, under the deck's business date - the account
      * row found by find-hand-account is in PA-FOUND-IX
      *========================================================================
       post-winnings-ledger.
           MOVE PA-TBL-ACCT(PA-FOUND-IX) TO LEDG-ACCT
           MOVE DECK-BUSINESS-DATE       TO LEDG-DATE
           SET LEDG-WINNINGS             TO TRUE
           MOVE DECK-REC                 TO LEDG-DECK
           MOVE PART                     TO LEDG-PART
           MOVE ROLLUP-HAND-ID           TO LEDG-REF
           SET LEDG-CREDIT               TO TRUE
           MOVE ROLLUP-HAND-NET          TO LEDG-AMOUNT
           MOVE "BATCH"                  TO LEDG-OPERATOR
           MOVE "NIGHTLY SETTLEMENT"     TO LEDG-MEMO
           PERFORM write-ledger-posting.

      *========================================================================
      * Writes one player ledger posting. A settlement re-run of the
      * same business date/deck/part lands on the same key and, like
      * the history master, the later run is authoritative
      *========================================================================
       write-ledger-posting.
           WRITE LEDG-REC
               INVALID KEY
                   REWRITE LEDG-REC
           END-WRITE.

      *========================================================================
      * Builds a per-player rollup file name unique to this deck and
      * part
                  UNREG-PAYOUT-TOTAL         DELIMITED BY SIZE
                  " RAKE="                   DELIMITED BY SIZE
                  UNREG-RAKE-TOTAL           DELIMITED BY SIZE
                  " WITHHELD="               DELIMITED BY SIZE
                  UNREG-WITHHELD-TOTAL       DELIMITED BY SIZE
                  " NET="                    DELIMITED BY SIZE
                  UNREG-NET-TOTAL            DELIMITED BY SIZE
               INTO PLAYER-ROLLUP-REC
                  PA-TBL-PAYOUT(PA-SCAN-I) DELIMITED BY SIZE
                  " RAKE="              DELIMITED BY SIZE
                  PA-TBL-RAKE(PA-SCAN-I)   DELIMITED BY SIZE
                  " WITHHELD="          DELIMITED BY SIZE
                  PA-TBL-WITHHELD(PA-SCAN-I) DELIMITED BY SIZE
                  " NET="               DELIMITED BY SIZE
                  PA-TBL-NET(PA-SCAN-I)    DELIMITED BY SIZE
                  " NAME="              DELIMITED BY SIZE
       run-normal-mode-output.
           PERFORM read-prior-checkpoint

      * History master, player ledger, unclaimed register and
      * pending-approval file ride along on production passes only -
      * a what-if rehearsal must never leave permanent
      * records
           IF PROD-RUN
               OPEN I-O SETTLE-HIST
               OPEN I-O PLAYER-LEDGER
               OPEN I-O UNCLAIMED-REG
               OPEN I-O PENDING-FILE
           END-IF

           IF RESTARTING-TRUE
               MOVE 0 TO RECON-COUNT-OUT
               MOVE 0 TO RECON-SCORE-OUT
               MOVE 0 TO RAKE-TOTAL
               MOVE 0 TO WITHHELD-TOTAL
           END-IF

      * Tie tracking is not carried across a restart - the hand ranked

           IF PROD-RUN
               CLOSE SETTLE-HIST
               CLOSE PLAYER-LEDGER
               CLOSE UNCLAIMED-REG
               CLOSE PENDING-FILE
           END-IF.

           MOVE RANK             TO CKPT-RANK
           MOVE RECON-SCORE-OUT    TO CKPT-RECON-SCORE-OUT
           MOVE " "                TO CKPT-FILL-6
           MOVE RAKE-TOTAL         TO CKPT-RAKE-TOTAL
           MOVE " "                TO CKPT-FILL-7
           MOVE WITHHELD-TOTAL     TO CKPT-WITHHELD-TOTAL
           WRITE CKPT-REC.

           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT TIE-REVIEW
           IF PROD-RUN
               OPEN I-O SETTLE-HIST
               OPEN I-O PLAYER-LEDGER
               OPEN I-O UNCLAIMED-REG
               OPEN I-O PENDING-FILE
           END-IF

           MOVE 0 TO RECON-COUNT-OUT
           MOVE 0 TO POOL-RAW-TOTAL
           MOVE 0 TO POOL-PAID-SO-FAR
           MOVE 0 TO RAKE-TOTAL
           MOVE 0 TO WITHHELD-TOTAL
           MOVE 1 TO RANK
           MOVE 0 TO WINNINGS
           SET PREV-HAND-NOT-VALID TO TRUE

           IF PROD-RUN
               CLOSE SETTLE-HIST
               CLOSE PLAYER-LEDGER
               CLOSE UNCLAIMED-REG
               CLOSE PENDING-FILE
           END-IF.

      * Rewrite the checkpoint trail as COMPLETE even though pool mode
           MOVE RECON-SCORE-OUT    TO CKPT-RECON-SCORE-OUT
           MOVE " "                TO CKPT-FILL-6
           MOVE RAKE-TOTAL         TO CKPT-RAKE-TOTAL
           MOVE " "                TO CKPT-FILL-7
           MOVE WITHHELD-TOTAL     TO CKPT-WITHHELD-TOTAL
           WRITE CKPT-REC
           CLOSE CHECKPOINT-FILE.

      * Shares are truncated, never rounded, so the running total can
      * never overshoot the pool, and the last hand written - the top-
      * ranked one - takes the pool's unassigned remainder. The feed
      * therefore always totals exactly ACTIVE-POOL-AMOUNT, less any
      * share held for a second signature: per-hand rounding must not
      * commit the house to more money than the pool contains
           IF POOL-RAW-TOTAL = 0
               MOVE 0 TO POOL-SCALED-PAYOUT
           ELSE
                   DISPLAY "*** DUPLICATE HANDLOOK KEY: ", LOOK-HAND-ID
           END-WRITE

      * A payout over the hold threshold stays off the feed until a
      * second signature releases it
           PERFORM check-payout-hold
           IF HAND-HELD
               MOVE POOL-HAND-ORIG-ID(POOL-J) TO PEND-HAND-ID
               MOVE POOL-HAND-RANK(POOL-J)    TO PEND-RANK
               MOVE POOL-HAND-SCORE(POOL-J)   TO PEND-SCORE
               MOVE POOL-HAND-POWER(POOL-J)   TO PEND-POWER
               MOVE DECK-BUSINESS-DATE        TO PEND-DATE
               MOVE DECK-BUSINESS-DATE        TO PEND-ORIG-DATE
               PERFORM hold-hand-for-approval
           ELSE
               MOVE POOL-HAND-ORIG-ID(POOL-J) TO SETL-HAND-ID
               MOVE POOL-HAND-RANK(POOL-J)    TO SETL-RANK
               MOVE POOL-HAND-SCORE(POOL-J)   TO SETL-SCORE
               MOVE POOL-SCALED-PAYOUT        TO SETL-PAYOUT
               MOVE HAND-RAKE                 TO SETL-RAKE
               MOVE HAND-NET                  TO SETL-NET
               MOVE HAND-WITHHELD             TO SETL-WITHHELD
               MOVE " " TO SETL-FILL-1
               MOVE " " TO SETL-FILL-2
               MOVE " " TO SETL-FILL-3
               MOVE " " TO SETL-FILL-4
               MOVE " " TO SETL-FILL-5
               MOVE " " TO SETL-FILL-6
               WRITE SETTLEMENT-REC

               MOVE POOL-HAND-ORIG-ID(POOL-J) TO ROLLUP-HAND-ID
               MOVE POOL-SCALED-PAYOUT        TO ROLLUP-HAND-PAYOUT
               MOVE HAND-RAKE                 TO ROLLUP-HAND-RAKE
               MOVE HAND-NET                  TO ROLLUP-HAND-NET
               MOVE HAND-WITHHELD             TO ROLLUP-HAND-WITHHELD
               PERFORM post-player-rollup

               IF PROD-RUN
                   MOVE DECK-BUSINESS-DATE        TO HIST-DATE
                   MOVE DECK-REC                  TO HIST-DECK
                   MOVE PART                      TO HIST-PART
                   MOVE POOL-HAND-ORIG-ID(POOL-J) TO HIST-HAND-ID
                   MOVE POOL-HAND-POWER(POOL-J)   TO HIST-POWER
                   MOVE POOL-HAND-RANK(POOL-J)    TO HIST-RANK
                   MOVE POOL-SCALED-PAYOUT        TO HIST-GROSS
                   MOVE HAND-RAKE                 TO HIST-RAKE
                   MOVE HAND-NET                  TO HIST-NET
                   MOVE POOL-HAND-SCORE(POOL-J)   TO HIST-SCORE
                   MOVE HAND-WITHHELD             TO HIST-WITHHELD
                   MOVE HAND-TAX-SW               TO HIST-TAX-SW
                   MOVE DECK-BUSINESS-DATE        TO HIST-ORIG-DATE
                   PERFORM write-settlement-history
               END-IF
           END-IF.


                           LOOK-HAND-ID
           END-WRITE.

      * A payout over the hold threshold stays off the feed until a
      * second signature releases it
           PERFORM check-payout-hold.

           IF HAND-HELD
               MOVE WORK-HAND-ORIG-ID TO PEND-HAND-ID
               MOVE CURRENT-RANK      TO PEND-RANK
               MOVE WORK-HAND-SCORE   TO PEND-SCORE
               MOVE WORK-HAND-POWER   TO PEND-POWER
               MOVE DECK-BUSINESS-DATE TO PEND-DATE
               MOVE DECK-BUSINESS-DATE TO PEND-ORIG-DATE
               PERFORM hold-hand-for-approval
           ELSE
               MOVE WORK-HAND-ORIG-ID TO SETL-HAND-ID
               MOVE CURRENT-RANK    TO SETL-RANK
               MOVE WORK-HAND-SCORE TO SETL-SCORE
               MOVE HAND-PAYOUT     TO SETL-PAYOUT
               MOVE HAND-RAKE       TO SETL-RAKE
               MOVE HAND-NET        TO SETL-NET
               MOVE HAND-WITHHELD   TO SETL-WITHHELD
               MOVE " " TO SETL-FILL-1
               MOVE " " TO SETL-FILL-2
               MOVE " " TO SETL-FILL-3
               MOVE " " TO SETL-FILL-4
               MOVE " " TO SETL-FILL-5
               MOVE " " TO SETL-FILL-6
               WRITE SETTLEMENT-REC

               MOVE WORK-HAND-ORIG-ID TO ROLLUP-HAND-ID
               MOVE HAND-PAYOUT       TO ROLLUP-HAND-PAYOUT
               MOVE HAND-RAKE         TO ROLLUP-HAND-RAKE
               MOVE HAND-NET          TO ROLLUP-HAND-NET
               MOVE HAND-WITHHELD     TO ROLLUP-HAND-WITHHELD
               PERFORM post-player-rollup

               IF PROD-RUN
                   MOVE DECK-BUSINESS-DATE TO HIST-DATE
                   MOVE DECK-REC           TO HIST-DECK
                   MOVE PART               TO HIST-PART
                   MOVE WORK-HAND-ORIG-ID  TO HIST-HAND-ID
                   MOVE WORK-HAND-POWER    TO HIST-POWER
                   MOVE CURRENT-RANK       TO HIST-RANK
                   MOVE HAND-PAYOUT        TO HIST-GROSS
                   MOVE HAND-RAKE          TO HIST-RAKE
                   MOVE HAND-NET           TO HIST-NET
                   MOVE WORK-HAND-SCORE    TO HIST-SCORE
                   MOVE HAND-WITHHELD      TO HIST-WITHHELD
                   MOVE HAND-TAX-SW        TO HIST-TAX-SW
                   MOVE DECK-BUSINESS-DATE TO HIST-ORIG-DATE
                   PERFORM write-settlement-history
               END-IF
           END-IF.

           ADD 1 TO CHECKPOINT-COUNTER
               MOVE 0 TO CHECKPOINT-COUNTER
           END-IF.

      *========================================================================
      * Decides whether the hand just worked out is held for a second
      * signature - production passes only, and only once a threshold
      * has been set in params.txt. The test is on the gross payout,
      * the figure the floor policy is written against
      *========================================================================
       check-payout-hold.
           SET HAND-NOT-HELD TO TRUE
           IF PROD-RUN
               AND HOLD-THRESHOLD > 0
               AND HAND-PAYOUT > HOLD-THRESHOLD
                   SET HAND-HELD TO TRUE
           END-IF.

      *========================================================================
      * Parks the hand in pending.dat in place of the feed, history
      * and ledger (PEND-DATE and PEND-ORIG-DATE already set by the
      * caller). A re-run of the same deck/part lands on the same
      * key and replaces an entry still waiting; one already decided
      * or voided is left exactly as it stands
      *========================================================================
       hold-hand-for-approval.
           PERFORM build-audit-stamp
           MOVE DECK-REC           TO PEND-DECK
           MOVE PART               TO PEND-PART
           MOVE HAND-PAYOUT        TO PEND-GROSS
           MOVE HAND-RAKE          TO PEND-RAKE
           MOVE HAND-NET           TO PEND-NET
           MOVE HAND-WITHHELD      TO PEND-WITHHELD
           MOVE HAND-TAX-SW        TO PEND-TAX-SW
           SET PEND-WAITING        TO TRUE
           MOVE RUN-DATE           TO PEND-HELD-DATE
           MOVE SPACES             TO PEND-DECIDED-DATE
           MOVE SPACES             TO PEND-APPROVER
           MOVE SPACES             TO PEND-REASON
           ADD 1 TO HOLD-COUNT
           WRITE PEND-REC
               INVALID KEY
                   MOVE PEND-REC TO PEND-SAVE-REC
                   READ PENDING-FILE
                   IF PEND-WAITING
                       MOVE PEND-SAVE-REC TO PEND-REC
                       REWRITE PEND-REC
                   END-IF
           END-WRITE.

      *========================================================================
      * Writes one record to the permanent settlement history master.
      * A re-run of the same business date/deck/part lands on the
      * same key - the later run is authoritative, so the record is
      * rewritten rather than refused, except that one already marked
      * reversed is never overwritten. Every record goes on as a
      * standing (unreversed) payout
      *========================================================================
       write-settlement-history.
           SET HIST-SETTLED TO TRUE
           MOVE SPACES TO HIST-REV-DATE
           MOVE SPACES TO HIST-REV-REASON
           WRITE HIST-REC
               INVALID KEY
                   MOVE HIST-REC TO HIST-SAVE-REC
                   READ SETTLE-HIST
                   IF HIST-REVERSED
                       DISPLAY "*** HISTORY FOR HAND ", HIST-HAND-ID,
                               " IS REVERSED - NOT OVERWRITTEN ***"
                   ELSE
                       MOVE HIST-SAVE-REC TO HIST-REC
                       REWRITE HIST-REC
                   END-IF
           END-WRITE.

      *========================================================================
      * Works out the business date the history record in hand
      * belongs to, into HIST-BUS-DATE
      *========================================================================
       resolve-hist-bus-date.
           IF HIST-ORIG-DATE = SPACES
               MOVE HIST-DATE TO HIST-BUS-DATE
           ELSE
               MOVE HIST-ORIG-DATE TO HIST-BUS-DATE
           END-IF.

      *========================================================================
      * Works out the business date the pending record in hand
      * belongs to, into PEND-BUS-DATE
      *========================================================================
       resolve-pend-bus-date.
           IF PEND-ORIG-DATE = SPACES
               MOVE PEND-DATE TO PEND-BUS-DATE
           ELSE
               MOVE PEND-ORIG-DATE TO PEND-BUS-DATE
           END-IF.

      *========================================================================
      * Works the house commission out of the gross payout sitting in
      * HAND-PAYOUT - rake truncated, never rounded, so the per-hand
      * figures written to the feed sum to exactly the RAKE-TOTAL
      * reported for the deck/part. A net that reaches the tax
      * reporting threshold then has tax withheld from it the same
      * way, and HAND-NET is what is left for the player
      *========================================================================
       compute-hand-rake.
           COMPUTE HAND-RAKE =
               (HAND-PAYOUT * RAKE-RATE-BP) / 10000
           COMPUTE HAND-NET = HAND-PAYOUT - HAND-RAKE
           ADD HAND-RAKE TO RAKE-TOTAL
           MOVE 0 TO HAND-WITHHELD
           SET HAND-NOT-REPORTABLE TO TRUE
           IF TAX-LOADED AND HAND-NET >= TAX-THRESHOLD
               SET HAND-REPORTABLE TO TRUE
               COMPUTE HAND-WITHHELD =
                   (HAND-NET * TAX-RATE-BP) / 10000
               SUBTRACT HAND-WITHHELD FROM HAND-NET
               ADD HAND-WITHHELD TO WITHHELD-TOTAL
           END-IF.

      *========================================================================
      * Compares the hand about to be ranked against the one ranked
           MOVE RECON-SCORE-OUT     TO CKPT-RECON-SCORE-OUT
           MOVE " "                 TO CKPT-FILL-6
           MOVE RAKE-TOTAL          TO CKPT-RAKE-TOTAL
           MOVE " "                 TO CKPT-FILL-7
           MOVE WITHHELD-TOTAL      TO CKPT-WITHHELD-TOTAL
           WRITE CKPT-REC.

      *========================================================================
           MOVE 0      TO LAST-CKPT-RECON-COUNT-OUT
           MOVE 0      TO LAST-CKPT-RECON-SCORE-OUT
           MOVE 0      TO LAST-CKPT-RAKE-TOTAL
           MOVE 0      TO LAST-CKPT-WITHHELD-TOTAL

           SET EOF-CKPT-FALSE TO TRUE
           OPEN INPUT CHECKPOINT-FILE
                                   "TOTAL - RESUMING WITH RAKE ",
                                   "TOTAL RESTARTED AT ZERO ***"
                       END-IF
      * Likewise a checkpoint from before tax withholding
                       IF CKPT-WITHHELD-TOTAL IS NUMERIC
                           MOVE CKPT-WITHHELD-TOTAL
                                TO LAST-CKPT-WITHHELD-TOTAL
                       ELSE
                           MOVE 0 TO LAST-CKPT-WITHHELD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
               MOVE LAST-CKPT-RECON-COUNT-OUT TO RECON-COUNT-OUT
               MOVE LAST-CKPT-RECON-SCORE-OUT TO RECON-SCORE-OUT
               MOVE LAST-CKPT-RAKE-TOTAL      TO RAKE-TOTAL
               MOVE LAST-CKPT-WITHHELD-TOTAL  TO WITHHELD-TOTAL
               DISPLAY "Resuming from checkpoint after hand ",
                       RESUME-AFTER-ID, " at rank ", RANK
           ELSE
