           "C:\banking-mainframe-project\scripts\bin\fee_journal.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FEE-JOURNAL-STATUS.
           SELECT MATURITY-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_jrnl.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS MATURITY-JOURNAL-STATUS.
           SELECT CLOSE-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_journal.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CLOSE-JOURNAL-STATUS.
           SELECT CHGOFF-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\chgoff_journal.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CHGOFF-JOURNAL-STATUS.
           SELECT BACKOUT-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\backout_jrnl.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS BACKOUT-JOURNAL-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maint_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           "C:\banking-mainframe-project\scripts\bin\esch_exec_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS ESCH-LOG-STATUS.
           SELECT PURGE-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_purge_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PURGE-LOG-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\eod_proof.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       FD  FEE-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  FEE-JOURNAL-RECORD     PIC X(120).
       FD  MATURITY-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  MATURITY-JOURNAL-RECORD PIC X(120).
       FD  CLOSE-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CLOSE-JOURNAL-RECORD   PIC X(120).
       FD  CHGOFF-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CHGOFF-JOURNAL-RECORD  PIC X(120).
       FD  BACKOUT-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  BACKOUT-JOURNAL-RECORD PIC X(120).
       FD  MAINT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MAINT-LOG-RECORD       PIC X(100).
       FD  ESCH-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ESCH-LOG-RECORD        PIC X(120).
       FD  PURGE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PURGE-LOG-RECORD       PIC X(100).
       FD  PROOF-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PROOF-REPORT-RECORD    PIC X(120).
           88  JOURNAL-STATUS-OK  VALUE "00".
       01  FEE-JOURNAL-STATUS     PIC XX VALUE "00".
           88  FEE-JOURNAL-OK     VALUE "00".
       01  MATURITY-JOURNAL-STATUS PIC XX VALUE "00".
           88  MATURITY-JOURNAL-OK VALUE "00".
       01  CLOSE-JOURNAL-STATUS   PIC XX VALUE "00".
           88  CLOSE-JOURNAL-OK   VALUE "00".
       01  CHGOFF-JOURNAL-STATUS  PIC XX VALUE "00".
           88  CHGOFF-JOURNAL-OK  VALUE "00".
       01  BACKOUT-JOURNAL-STATUS PIC XX VALUE "00".
           88  BACKOUT-JOURNAL-OK VALUE "00".
       01  MAINT-LOG-STATUS       PIC XX VALUE "00".
           88  MAINT-LOG-OK       VALUE "00".
       01  ESCH-LOG-STATUS        PIC XX VALUE "00".
           88  ESCH-LOG-OK        VALUE "00".
       01  PURGE-LOG-STATUS       PIC XX VALUE "00".
           88  PURGE-LOG-OK       VALUE "00".
       01  HAVE-PRIOR-SNAPSHOT    PIC X VALUE "N".
           *> "N" on the very first run: there is nothing to prove
           *> against, so tonight only captures the base the proof
           *> starts from tomorrow.
           88  HAVE-PRIOR-SNAPSHOT-SW VALUE "Y".
       01  PRIOR-SNAPSHOT-DATE    PIC X(8) VALUE SPACES.
       01  POSITION-TABLE.
           *> One row per account touched by the snapshot, a journal
           *> line, or the master: prior balance, the day's journaled
           *> The movement sources are prose logs; these slices
           *> mirror, position for position, the STRINGs in
           *> TRANS-POST (LOG-POSTED and the transfer legs),
           *> CALC-INTEREST (POST-INTEREST-TO-MASTER,
           *> POST-CHARGE-TO-MASTER and POST-BACKUP-WITHHOLDING),
           *> TERM-MATURITY (its copies of POST-INTEREST-TO-MASTER
           *> and POST-BACKUP-WITHHOLDING),
           *> FEE-ASSESS (LOG-FEE-POSTED), and ACCT-MAINT
           *> (LOG-RESULT).  If any of those layouts
           *> move, these slices move with them.
           05  PARSE-CODE         PIC X.
           05  PARSE-AMOUNT       PIC S9(7)V99.
       *> account master, plus every movement the day's journals say
       *> happened -- postings and transfers off posting_log.ps,
       *> capitalized interest and charges off posting_journal.ps,
       *> fees off fee_journal.ps, term-deposit final interest off
       *> maturity_jrnl.ps, closing interest, fees and payouts off
       *> close_journal.ps, overdrafts written back to zero off
       *> chgoff_journal.ps, batches reversed off backout_jrnl.ps
       *> -- must equal tonight's balances.
       *> Accounts ACCT-MAINT re-keyed are re-based, not proven, since
       *> maintenance replaces the balance outright.  Anything else
       *> that moved a balance without a journal line surfaces here
       PERFORM ROLL-POSTING-LOG.
       PERFORM ROLL-POSTING-JOURNAL.
       PERFORM ROLL-FEE-JOURNAL.
       PERFORM ROLL-MATURITY-JOURNAL.
       PERFORM ROLL-CLOSE-JOURNAL.
       PERFORM ROLL-CHGOFF-JOURNAL.
       PERFORM ROLL-BACKOUT-JOURNAL.
       PERFORM MARK-MAINTAINED-ACCOUNTS.
       PERFORM MARK-ESCHEATED-ACCOUNTS.
       PERFORM MARK-PURGED-ACCOUNTS.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
                                   POS-HAVE-PRIOR(POS-FOUND-SUB)
                               ADD SNAP-BALANCE TO PRIOR-TOTAL
                           END-IF
                           IF SNAP-DATE > PRIOR-SNAPSHOT-DATE
                               MOVE SNAP-DATE TO PRIOR-SNAPSHOT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           *> interest run's journal.  "Posted: " lines carry the
           *> account at cols 9-14 and the interest at cols 51-60;
           *> "Charged: " lines the account at 10-15 and the charge
           *> at cols 50-59; "Withheld: " lines (backup withholding,
           *> a debit) the account at 11-16 and the tax at cols
           *> 53-62 -- all mirror the STRINGs in CALC-INTEREST.
           MOVE "N" TO LOG-EOF
           MOVE "00" TO JOURNAL-STATUS
           OPEN INPUT POSTING-JOURNAL-FILE
                                   TO POS-WORK-ACCT-ID
                               PERFORM APPLY-MOVEMENT
                           END-IF
                           IF POSTING-JOURNAL-RECORD(1:10) =
                               "Withheld: "
                               COMPUTE PARSE-AMOUNT = FUNCTION
                                   NUMVAL(POSTING-JOURNAL-RECORD
                                   (53:10)) * -1
                               MOVE FUNCTION NUMVAL(
                                   POSTING-JOURNAL-RECORD(11:6))
                                   TO POS-WORK-ACCT-ID
                               PERFORM APPLY-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
               CLOSE FEE-JOURNAL-FILE
           END-IF.

       ROLL-MATURITY-JOURNAL.
           *> Final interest TERM-MATURITY capitalized on maturing
           *> term deposits: its "Posted: " lines are built exactly
           *> like CALC-INTEREST's (account cols 9-14, interest cols
           *> 51-60), and so are its "Withheld: " lines (account
           *> 11-16, tax 53-62, a debit).  Payouts are not on this
           *> journal -- they move through TRANS-POST and roll off
           *> the posting log.
           MOVE "N" TO LOG-EOF
           MOVE "00" TO MATURITY-JOURNAL-STATUS
           OPEN INPUT MATURITY-JOURNAL-FILE
           IF NOT MATURITY-JOURNAL-OK
               CONTINUE  *> No maturity run tonight
           ELSE
               PERFORM UNTIL LOG-EOF-SW
                   READ MATURITY-JOURNAL-FILE
                       AT END MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF MATURITY-JOURNAL-RECORD(1:8) =
                               "Posted: "
                               MOVE FUNCTION NUMVAL(
                                   MATURITY-JOURNAL-RECORD(51:10))
                                   TO PARSE-AMOUNT
                               MOVE FUNCTION NUMVAL(
                                   MATURITY-JOURNAL-RECORD(9:6))
                                   TO POS-WORK-ACCT-ID
                               PERFORM APPLY-MOVEMENT
                           END-IF
                           IF MATURITY-JOURNAL-RECORD(1:10) =
                               "Withheld: "
                               COMPUTE PARSE-AMOUNT = FUNCTION
                                   NUMVAL(MATURITY-JOURNAL-RECORD
                                   (53:10)) * -1
                               MOVE FUNCTION NUMVAL(
                                   MATURITY-JOURNAL-RECORD(11:6))
                                   TO POS-WORK-ACCT-ID
                               PERFORM APPLY-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATURITY-JOURNAL-FILE
           END-IF.

       ROLL-CLOSE-JOURNAL.
           *> Movements ACCT-CLOSE made settling closed accounts, in
           *> the posting log's shape (amount cols 28-37): 'I' final
           *> interest and '+' a payout landing in the nominated
           *> account are credits; 'W' backup tax withheld from the
           *> final interest, 'F' the closing fee, '-' the transfer
           *> out and 'C' a cashier's cheque are debits.
           MOVE "N" TO LOG-EOF
           MOVE "00" TO CLOSE-JOURNAL-STATUS
           OPEN INPUT CLOSE-JOURNAL-FILE
           IF NOT CLOSE-JOURNAL-OK
               CONTINUE  *> No closure run tonight
           ELSE
               PERFORM UNTIL LOG-EOF-SW
                   READ CLOSE-JOURNAL-FILE
                       AT END MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF CLOSE-JOURNAL-RECORD(1:8) = "Account "
                               AND CLOSE-JOURNAL-RECORD(15:2) = " '"
                               AND CLOSE-JOURNAL-RECORD(18:10) =
                                   "' Amount: "
                               PERFORM ROLL-ONE-CLOSE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-JOURNAL-FILE
           END-IF.

       ROLL-ONE-CLOSE-MOVEMENT.
           MOVE CLOSE-JOURNAL-RECORD(17:1) TO PARSE-CODE
           EVALUATE PARSE-CODE
               WHEN "I"
               WHEN "+"
                   MOVE FUNCTION
                       NUMVAL(CLOSE-JOURNAL-RECORD(28:10))
                       TO PARSE-AMOUNT
               WHEN "W"
               WHEN "F"
               WHEN "-"
               WHEN "C"
                   COMPUTE PARSE-AMOUNT = FUNCTION
                       NUMVAL(CLOSE-JOURNAL-RECORD(28:10)) * -1
               WHEN OTHER
                   MOVE ZERO TO PARSE-AMOUNT
           END-EVALUATE
           IF PARSE-AMOUNT NOT = ZERO
               MOVE FUNCTION NUMVAL(CLOSE-JOURNAL-RECORD(9:6)) TO
                   POS-WORK-ACCT-ID
               PERFORM APPLY-MOVEMENT
           END-IF.

       ROLL-CHGOFF-JOURNAL.
           *> OD-AGING's charge-offs, in the posting log's shape:
           *> 'X' takes an overdrawn balance back up to zero, so the
           *> amount written off is a credit to the position.
           MOVE "N" TO LOG-EOF
           MOVE "00" TO CHGOFF-JOURNAL-STATUS
           OPEN INPUT CHGOFF-JOURNAL-FILE
           IF NOT CHGOFF-JOURNAL-OK
               CONTINUE  *> No aging run tonight
           ELSE
               PERFORM UNTIL LOG-EOF-SW
                   READ CHGOFF-JOURNAL-FILE
                       AT END MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF CHGOFF-JOURNAL-RECORD(1:8) = "Account "
                               AND CHGOFF-JOURNAL-RECORD(15:2) = " '"
                               AND CHGOFF-JOURNAL-RECORD(18:10) =
                                   "' Amount: "
                               PERFORM ROLL-ONE-CHGOFF-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGOFF-JOURNAL-FILE
           END-IF.

       ROLL-ONE-CHGOFF-MOVEMENT.
           MOVE CHGOFF-JOURNAL-RECORD(17:1) TO PARSE-CODE
           EVALUATE PARSE-CODE
               WHEN "X"
                   MOVE FUNCTION
                       NUMVAL(CHGOFF-JOURNAL-RECORD(28:10))
                       TO PARSE-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO PARSE-AMOUNT
           END-EVALUATE
           IF PARSE-AMOUNT NOT = ZERO
               MOVE FUNCTION NUMVAL(CHGOFF-JOURNAL-RECORD(9:6)) TO
                   POS-WORK-ACCT-ID
               PERFORM APPLY-MOVEMENT
           END-IF.

       ROLL-BACKOUT-JOURNAL.
           *> BATCH-BACKOUT's reversals, in the posting log's shape:
           *> '+' puts back what a batch debit took, '-' takes back
           *> what a batch credit gave.  Each batch's "backed out"
           *> line goes on the proof so the reviewer can see why the
           *> day's movements include reversals.
           MOVE "N" TO LOG-EOF
           MOVE "00" TO BACKOUT-JOURNAL-STATUS
           OPEN INPUT BACKOUT-JOURNAL-FILE
           IF NOT BACKOUT-JOURNAL-OK
               CONTINUE  *> No back-out run tonight
           ELSE
               PERFORM UNTIL LOG-EOF-SW
                   READ BACKOUT-JOURNAL-FILE
                       AT END MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF BACKOUT-JOURNAL-RECORD(1:8) = "Account "
                               AND BACKOUT-JOURNAL-RECORD(15:2) = " '"
                               AND BACKOUT-JOURNAL-RECORD(18:10) =
                                   "' Amount: "
                               PERFORM ROLL-ONE-BACKOUT-MOVEMENT
                           END-IF
                           IF BACKOUT-JOURNAL-RECORD(1:6) = "Batch "
                               MOVE BACKOUT-JOURNAL-RECORD TO
                                   WORK-RECORD
                               PERFORM WRITE-PROOF-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKOUT-JOURNAL-FILE
           END-IF.

       ROLL-ONE-BACKOUT-MOVEMENT.
           MOVE BACKOUT-JOURNAL-RECORD(17:1) TO PARSE-CODE
           EVALUATE PARSE-CODE
               WHEN "+"
                   MOVE FUNCTION
                       NUMVAL(BACKOUT-JOURNAL-RECORD(28:10))
                       TO PARSE-AMOUNT
               WHEN "-"
                   COMPUTE PARSE-AMOUNT = FUNCTION
                       NUMVAL(BACKOUT-JOURNAL-RECORD(28:10)) * -1
               WHEN OTHER
                   MOVE ZERO TO PARSE-AMOUNT
           END-EVALUATE
           IF PARSE-AMOUNT NOT = ZERO
               MOVE FUNCTION NUMVAL(BACKOUT-JOURNAL-RECORD(9:6)) TO
                   POS-WORK-ACCT-ID
               PERFORM APPLY-MOVEMENT
           END-IF.

       MARK-MAINTAINED-ACCOUNTS.
           *> ACCT-MAINT replaces balances outright rather than
           *> moving them, so an account its log says was applied
           END-IF.

       MARK-ESCHEATED-ACCOUNTS.
           *> Accounts ESCH-EXEC closed out today were zeroed by
           *> design, not by accident; its log line ("Account NNNNNN
           *> escheated on YYYYMMDD ...") carries the date, and only
           *> today's lines exempt an account -- last month's
               CLOSE ESCH-LOG-FILE
           END-IF.

       MARK-PURGED-ACCOUNTS.
           *> ACCT-PURGE deletes long-closed, zero-balance accounts
           *> off the master, outside the nightly stream.  Its log
           *> line ("Account NNNNNN closed on YYYYMMDD (RR) purged on
           *> YYYYMMDD") carries the purge date; an account purged
           *> since last night's snapshot was taken is gone by
           *> design.  An older purge log must not excuse a fresh
           *> disappearance, so earlier purge dates are ignored.
           MOVE "N" TO LOG-EOF
           MOVE "00" TO PURGE-LOG-STATUS
           OPEN INPUT PURGE-LOG-FILE
           IF NOT PURGE-LOG-OK
               CONTINUE
           ELSE
               PERFORM UNTIL LOG-EOF-SW
                   READ PURGE-LOG-FILE
                       AT END MOVE "Y" TO LOG-EOF
                       NOT AT END
                           IF PURGE-LOG-RECORD(1:8) = "Account "
                               AND PURGE-LOG-RECORD(38:12) =
                                   ") purged on "
                               AND PURGE-LOG-RECORD(50:8) >=
                                   PRIOR-SNAPSHOT-DATE
                               AND PURGE-LOG-RECORD(50:8) <=
                                   RUN-DATE-KEY
                               MOVE FUNCTION NUMVAL(
                                   PURGE-LOG-RECORD(9:6))
                                   TO POS-WORK-ACCT-ID
                               PERFORM FIND-OR-ADD-POSITION
                               IF POS-FOUND-SUB > ZERO
                                   MOVE "Y" TO
                                       POS-MAINTAINED(POS-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-LOG-FILE
           END-IF.

       APPLY-MOVEMENT.
           PERFORM FIND-OR-ADD-POSITION
           IF POS-FOUND-SUB > ZERO

       CHECK-VANISHED-ACCOUNTS.
           *> A prior-snapshot account missing from tonight's master
           *> is fine when maintenance deleted it or ACCT-PURGE
           *> purged it; otherwise a balance disappeared without a
           *> journal line.
           IF HAVE-PRIOR-SNAPSHOT-SW
               MOVE 1 TO POS-SUB
               PERFORM UNTIL POS-SUB > POS-COUNT
