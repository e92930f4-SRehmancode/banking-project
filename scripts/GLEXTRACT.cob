           "C:\banking-mainframe-project\scripts\bin\interest_adj.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS ADJ-STATUS.
           SELECT WHOLD-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\whold_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS WHOLD-STATUS.
           SELECT MATURITY-WHOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_whold.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS WHOLD-STATUS.
           SELECT CLOSE-WHOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_whold.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS WHOLD-STATUS.
           SELECT CHGOFF-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\chgoff_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CHGOFF-STATUS.
           SELECT RECOVERY-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\recovery_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS RECOVERY-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\gl_journal.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           05  ADJ-REASON         PIC X(6).
           05  FILLER             PIC X.
           05  ADJ-OPERATOR       PIC X(4).
       FD  WHOLD-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  WHOLD-FEED-RECORD      PIC X(27).
       FD  MATURITY-WHOLD-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  MATURITY-WHOLD-RECORD  PIC X(27).
       FD  CLOSE-WHOLD-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  CLOSE-WHOLD-RECORD     PIC X(27).
       FD  CHGOFF-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  CHGOFF-FEED-RECORD.
           *> Charge-off feed exactly as OD-AGING writes it, amount
           *> already in USD.
           05  CHGOFF-ACCT-ID     PIC X(6).
           05  FILLER             PIC X.
           05  CHGOFF-BRANCH      PIC X(3).
           05  FILLER             PIC X.
           05  CHGOFF-CCY         PIC X(3).
           05  FILLER             PIC X.
           05  CHGOFF-USD-AMT-STR PIC X(12).
       FD  RECOVERY-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  RECOVERY-FEED-RECORD.
           *> Recovery feed exactly as TRANS-POST writes it, amount
           *> already in USD; BATCH-BACKOUT appends reversed
           *> recoveries to the same feed with a leading minus.
           05  RCV-ACCT-ID        PIC X(6).
           05  FILLER             PIC X.
           05  RCV-BRANCH         PIC X(3).
           05  FILLER             PIC X.
           05  RCV-CCY            PIC X(3).
           05  FILLER             PIC X.
           05  RCV-USD-AMT-STR    PIC X(12).
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           88  ADJ-STATUS-OK      VALUE "00".
       01  ADJ-EOF                PIC X VALUE "N".
           88  ADJ-EOF-SW         VALUE "Y".
       01  WHOLD-STATUS           PIC XX VALUE "00".
           88  WHOLD-STATUS-OK    VALUE "00".
       01  WHOLD-EOF              PIC X VALUE "N".
           88  WHOLD-EOF-SW       VALUE "Y".
       01  WHOLD-LINE.
           *> Backup-withholding feed exactly as CALC-INTEREST writes
           *> it, amount already in USD.  TERM-MATURITY and
           *> ACCT-CLOSE write their final-interest withholding in
           *> the same layout on feeds of their own.
           05  WHOLD-ACCT-ID      PIC X(6).
           05  FILLER             PIC X.
           05  WHOLD-BRANCH       PIC X(3).
           05  FILLER             PIC X.
           05  WHOLD-CCY          PIC X(3).
           05  FILLER             PIC X.
           05  WHOLD-USD-AMT-STR  PIC X(12).
       01  WHOLD-SOURCE           PIC X VALUE "I".
           88  WHOLD-FROM-INTEREST-RUN VALUE "I".
       01  CHGOFF-STATUS          PIC XX VALUE "00".
           88  CHGOFF-STATUS-OK   VALUE "00".
       01  CHGOFF-EOF             PIC X VALUE "N".
           88  CHGOFF-EOF-SW      VALUE "Y".
       01  RECOVERY-STATUS        PIC XX VALUE "00".
           88  RECOVERY-STATUS-OK VALUE "00".
       01  RECOVERY-EOF           PIC X VALUE "N".
           88  RECOVERY-EOF-SW    VALUE "Y".
       01  REPORT-STATUS          PIC XX VALUE "00".
           88  REPORT-STATUS-OK   VALUE "00".
       01  CSV-EOF                PIC X VALUE "N".
           *> one.
           05  EXPENSE-ACCOUNT    PIC X(6) VALUE "510100".
           05  PAYABLE-ACCOUNT    PIC X(6) VALUE "220100".
           05  TAX-PAYABLE-ACCOUNT PIC X(6) VALUE "230400".
               *> Federal backup withholding held for remittance
           05  CHGOFF-LOSS-ACCOUNT PIC X(6) VALUE "540200".
               *> Overdraft losses written off
           05  OVERDRAFT-ACCOUNT  PIC X(6) VALUE "130200".
               *> Overdrafts receivable (the negative balances)
           05  RECOVERY-INCOME-ACCOUNT PIC X(6) VALUE "440300".
               *> Recoveries on amounts previously written off
           05  CLEARING-ACCOUNT   PIC X(6) VALUE "100200".
               *> Teller cash and clearing the recovery came in on
       01  CSV-FIELDS.
           05  CSV-ACCT-STR       PIC X(6).
           05  CSV-CCY-STR        PIC X(3).
       01  ADJ-SUB                PIC 9(2).
       01  ADJ-FOUND-SUB          PIC 9(2).
       01  ADJ-NET-USD            PIC S9(11)V99 VALUE ZERO.
       01  WHOLD-TOTALS.
           *> Backup withholding summarized by branch and currency
           *> off CALC-INTEREST's feed and the final-interest feeds
           *> of TERM-MATURITY and ACCT-CLOSE.  The tax came out of
           *> interest already credited to the customer, so it books
           *> out of interest payable into the tax-payable liability.
           *> CALC-INTEREST's share is proved on its own against the
           *> withholding trailer; the final-interest share has no
           *> trailer and is logged beside it.
           05  WHOLD-COUNT        PIC 9(2) VALUE ZERO.
           05  WHOLD-ENTRY OCCURS 40 TIMES.
               10  WHOLD-TAB-BRANCH PIC X(3).
               10  WHOLD-TAB-CCY  PIC X(3).
               10  WHOLD-TAB-USD  PIC 9(9)V99.
       01  WHOLD-SUB              PIC 9(2).
       01  WHOLD-FOUND-SUB        PIC 9(2).
       01  CHGOFF-TOTALS.
           *> Charge-offs summarized by branch and currency off
           *> OD-AGING's feed: the overdrawn balance comes off
           *> overdrafts receivable and into the loss account.
           05  CHGOFF-COUNT       PIC 9(2) VALUE ZERO.
           05  CHGOFF-ENTRY OCCURS 40 TIMES.
               10  CHGOFF-TAB-BRANCH PIC X(3).
               10  CHGOFF-TAB-CCY PIC X(3).
               10  CHGOFF-TAB-USD PIC 9(9)V99.
       01  CHGOFF-SUB             PIC 9(2).
       01  CHGOFF-FOUND-SUB       PIC 9(2).
       01  RCV-TOTALS.
           *> Recoveries summarized by branch and currency off
           *> TRANS-POST's feed: cash received on a written-off
           *> account is income, never a customer balance.  Each
           *> bucket nets recoveries against any backed out, so a
           *> bucket can book either way round.
           05  RCV-COUNT          PIC 9(2) VALUE ZERO.
           05  RCV-ENTRY OCCURS 40 TIMES.
               10  RCV-TAB-BRANCH PIC X(3).
               10  RCV-TAB-CCY    PIC X(3).
               10  RCV-TAB-USD    PIC S9(9)V99.
           05  RCV-DEBIT-ACCOUNT  PIC X(6).
           05  RCV-CREDIT-ACCOUNT PIC X(6).
           05  RCV-BOOK-USD       PIC 9(9)V99.
       01  RCV-SUB                PIC 9(2).
       01  RCV-FOUND-SUB          PIC 9(2).
       01  EDITED-ADJ-NET         PIC -(10)9.99.
       01  WORK-AREA.
           05  USD-INTEREST       PIC 9(7)V99.
           05  TRAILER-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05  HAVE-TRAILER       PIC X VALUE "N".
               88  HAVE-TRAILER-SW VALUE "Y".
           05  WHOLD-USD-AMOUNT   PIC 9(9)V99.
           05  WHOLD-JOURNAL-TOTAL PIC 9(9)V99 VALUE ZERO.
           05  WHOLD-FINAL-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  WHOLD-TRAILER-TOTAL PIC 9(9)V99 VALUE ZERO.
           05  HAVE-WHOLD-TRAILER PIC X VALUE "N".
               88  HAVE-WHOLD-TRAILER-SW VALUE "Y".
           05  CHGOFF-USD-AMOUNT  PIC 9(9)V99.
           05  CHGOFF-JOURNAL-TOTAL PIC 9(9)V99 VALUE ZERO.
           05  RCV-USD-AMOUNT     PIC S9(9)V99.
           05  RCV-JOURNAL-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  RUN-DATE-EDITED        PIC X(10) VALUE SPACES.
           *> Lifted from the report header CALC-INTEREST printed, so
           *> the vouchers carry the run's own date even when the
       END-PERFORM.
       PERFORM WRITE-JOURNAL-ENTRIES.
       PERFORM BOOK-ADJUSTMENT-FEED.
       PERFORM BOOK-WITHHOLDING-FEED.
       PERFORM BOOK-CHGOFF-FEED.
       PERFORM BOOK-RECOVERY-FEED.
       PERFORM WRITE-CONTROL-PROOF.
       CLOSE CSV-FILE REPORT-FILE GL-JOURNAL-FILE GL-LOG-FILE.
       STOP RUN.
                               TO TRAILER-TOTAL
                           MOVE "Y" TO HAVE-TRAILER
                       END-IF
                       IF REPORT-RECORD(1:28) =
                           "Backup Withholding - Count: "
                           MOVE FUNCTION NUMVAL(REPORT-RECORD(49:12))
                               TO WHOLD-TRAILER-TOTAL
                           MOVE "Y" TO HAVE-WHOLD-TRAILER
                       END-IF
               END-READ
           END-PERFORM
           IF RUN-DATE-EDITED = SPACES
               ADD 1 TO ADJ-SUB
           END-PERFORM.

       BOOK-WITHHOLDING-FEED.
           *> One balanced pair per branch and currency: debit
           *> interest payable, credit tax payable.  No feed file, or
           *> an empty one, just means nobody under backup
           *> withholding was paid interest that night.
           MOVE "I" TO WHOLD-SOURCE
           MOVE "00" TO WHOLD-STATUS
           MOVE "N" TO WHOLD-EOF
           OPEN INPUT WHOLD-FEED-FILE
           IF WHOLD-STATUS-OK
               PERFORM UNTIL WHOLD-EOF-SW
                   READ WHOLD-FEED-FILE INTO WHOLD-LINE
                       AT END MOVE "Y" TO WHOLD-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-WHOLD-LINE
                   END-READ
               END-PERFORM
               CLOSE WHOLD-FEED-FILE
           END-IF
           MOVE "F" TO WHOLD-SOURCE
           MOVE "00" TO WHOLD-STATUS
           MOVE "N" TO WHOLD-EOF
           OPEN INPUT MATURITY-WHOLD-FILE
           IF WHOLD-STATUS-OK
               PERFORM UNTIL WHOLD-EOF-SW
                   READ MATURITY-WHOLD-FILE INTO WHOLD-LINE
                       AT END MOVE "Y" TO WHOLD-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-WHOLD-LINE
                   END-READ
               END-PERFORM
               CLOSE MATURITY-WHOLD-FILE
           END-IF
           MOVE "00" TO WHOLD-STATUS
           MOVE "N" TO WHOLD-EOF
           OPEN INPUT CLOSE-WHOLD-FILE
           IF WHOLD-STATUS-OK
               PERFORM UNTIL WHOLD-EOF-SW
                   READ CLOSE-WHOLD-FILE INTO WHOLD-LINE
                       AT END MOVE "Y" TO WHOLD-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-WHOLD-LINE
                   END-READ
               END-PERFORM
               CLOSE CLOSE-WHOLD-FILE
           END-IF
           MOVE 1 TO WHOLD-SUB
           PERFORM UNTIL WHOLD-SUB > WHOLD-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE RUN-DATE-EDITED TO GL-DATE
               MOVE PAYABLE-ACCOUNT TO GL-ACCOUNT
               MOVE "DR" TO GL-DRCR
               MOVE WHOLD-TAB-USD(WHOLD-SUB) TO GL-AMOUNT
               MOVE WHOLD-TAB-CCY(WHOLD-SUB) TO GL-CCY
               MOVE WHOLD-TAB-BRANCH(WHOLD-SUB) TO GL-BRANCH
               WRITE GL-JOURNAL-RECORD
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE RUN-DATE-EDITED TO GL-DATE
               MOVE TAX-PAYABLE-ACCOUNT TO GL-ACCOUNT
               MOVE "CR" TO GL-DRCR
               MOVE WHOLD-TAB-USD(WHOLD-SUB) TO GL-AMOUNT
               MOVE WHOLD-TAB-CCY(WHOLD-SUB) TO GL-CCY
               MOVE WHOLD-TAB-BRANCH(WHOLD-SUB) TO GL-BRANCH
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WHOLD-SUB
           END-PERFORM.

       ACCUMULATE-WHOLD-LINE.
           IF WHOLD-USD-AMT-STR = SPACES
               CONTINUE  *> Malformed line, nothing to book
           ELSE
               MOVE FUNCTION NUMVAL(WHOLD-USD-AMT-STR) TO
                   WHOLD-USD-AMOUNT
               MOVE ZERO TO WHOLD-FOUND-SUB
               MOVE 1 TO WHOLD-SUB
               PERFORM UNTIL WHOLD-SUB > WHOLD-COUNT
                   IF WHOLD-TAB-BRANCH(WHOLD-SUB) = WHOLD-BRANCH
                       AND WHOLD-TAB-CCY(WHOLD-SUB) = WHOLD-CCY
                       MOVE WHOLD-SUB TO WHOLD-FOUND-SUB
                   END-IF
                   ADD 1 TO WHOLD-SUB
               END-PERFORM
               IF WHOLD-FOUND-SUB = ZERO
                   IF WHOLD-COUNT < 40
                       ADD 1 TO WHOLD-COUNT
                       MOVE WHOLD-BRANCH TO
                           WHOLD-TAB-BRANCH(WHOLD-COUNT)
                       MOVE WHOLD-CCY TO WHOLD-TAB-CCY(WHOLD-COUNT)
                       MOVE ZERO TO WHOLD-TAB-USD(WHOLD-COUNT)
                       MOVE WHOLD-COUNT TO WHOLD-FOUND-SUB
                   ELSE
                       DISPLAY "Withholding table full, '" WHOLD-CCY
                           "/" WHOLD-BRANCH "' not booked"
                   END-IF
               END-IF
               IF WHOLD-FOUND-SUB > ZERO
                   ADD WHOLD-USD-AMOUNT TO
                       WHOLD-TAB-USD(WHOLD-FOUND-SUB)
                   IF WHOLD-FROM-INTEREST-RUN
                       ADD WHOLD-USD-AMOUNT TO WHOLD-JOURNAL-TOTAL
                   ELSE
                       ADD WHOLD-USD-AMOUNT TO WHOLD-FINAL-TOTAL
                   END-IF
               END-IF
           END-IF.

       BOOK-CHGOFF-FEED.
           *> One balanced pair per branch and currency: debit the
           *> overdraft loss, credit overdrafts receivable.  No feed,
           *> or an empty one, means nothing aged out that night.
           MOVE "00" TO CHGOFF-STATUS
           OPEN INPUT CHGOFF-FEED-FILE
           IF CHGOFF-STATUS-OK
               PERFORM UNTIL CHGOFF-EOF-SW
                   READ CHGOFF-FEED-FILE
                       AT END MOVE "Y" TO CHGOFF-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-CHGOFF-LINE
                   END-READ
               END-PERFORM
               CLOSE CHGOFF-FEED-FILE
           END-IF
           MOVE 1 TO CHGOFF-SUB
           PERFORM UNTIL CHGOFF-SUB > CHGOFF-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE RUN-DATE-EDITED TO GL-DATE
               MOVE CHGOFF-LOSS-ACCOUNT TO GL-ACCOUNT
               MOVE "DR" TO GL-DRCR
               MOVE CHGOFF-TAB-USD(CHGOFF-SUB) TO GL-AMOUNT
               MOVE CHGOFF-TAB-CCY(CHGOFF-SUB) TO GL-CCY
               MOVE CHGOFF-TAB-BRANCH(CHGOFF-SUB) TO GL-BRANCH
               WRITE GL-JOURNAL-RECORD
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE RUN-DATE-EDITED TO GL-DATE
               MOVE OVERDRAFT-ACCOUNT TO GL-ACCOUNT
               MOVE "CR" TO GL-DRCR
               MOVE CHGOFF-TAB-USD(CHGOFF-SUB) TO GL-AMOUNT
               MOVE CHGOFF-TAB-CCY(CHGOFF-SUB) TO GL-CCY
               MOVE CHGOFF-TAB-BRANCH(CHGOFF-SUB) TO GL-BRANCH
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO CHGOFF-SUB
           END-PERFORM
           IF CHGOFF-COUNT > ZERO
               MOVE CHGOFF-JOURNAL-TOTAL TO EDITED-JOURNAL-TOTAL
               MOVE SPACES TO WORK-RECORD
               STRING "Charge-off vouchers booked - Loss (USD): "
                      EDITED-JOURNAL-TOTAL
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO GL-LOG-RECORD
               WRITE GL-LOG-RECORD
           END-IF.

       ACCUMULATE-CHGOFF-LINE.
           IF CHGOFF-USD-AMT-STR = SPACES
               CONTINUE  *> Malformed line, nothing to book
           ELSE
               MOVE FUNCTION NUMVAL(CHGOFF-USD-AMT-STR) TO
                   CHGOFF-USD-AMOUNT
               MOVE ZERO TO CHGOFF-FOUND-SUB
               MOVE 1 TO CHGOFF-SUB
               PERFORM UNTIL CHGOFF-SUB > CHGOFF-COUNT
                   IF CHGOFF-TAB-BRANCH(CHGOFF-SUB) = CHGOFF-BRANCH
                       AND CHGOFF-TAB-CCY(CHGOFF-SUB) = CHGOFF-CCY
                       MOVE CHGOFF-SUB TO CHGOFF-FOUND-SUB
                   END-IF
                   ADD 1 TO CHGOFF-SUB
               END-PERFORM
               IF CHGOFF-FOUND-SUB = ZERO
                   IF CHGOFF-COUNT < 40
                       ADD 1 TO CHGOFF-COUNT
                       MOVE CHGOFF-BRANCH TO
                           CHGOFF-TAB-BRANCH(CHGOFF-COUNT)
                       MOVE CHGOFF-CCY TO
                           CHGOFF-TAB-CCY(CHGOFF-COUNT)
                       MOVE ZERO TO CHGOFF-TAB-USD(CHGOFF-COUNT)
                       MOVE CHGOFF-COUNT TO CHGOFF-FOUND-SUB
                   ELSE
                       DISPLAY "Charge-off table full, '" CHGOFF-CCY
                           "/" CHGOFF-BRANCH "' not booked"
                   END-IF
               END-IF
               IF CHGOFF-FOUND-SUB > ZERO
                   ADD CHGOFF-USD-AMOUNT TO
                       CHGOFF-TAB-USD(CHGOFF-FOUND-SUB)
                   ADD CHGOFF-USD-AMOUNT TO CHGOFF-JOURNAL-TOTAL
               END-IF
           END-IF.

       BOOK-RECOVERY-FEED.
           *> One balanced pair per branch and currency: debit the
           *> clearing account the cash came in on, credit recovery
           *> income -- the other way round where backed-out
           *> recoveries outweigh the day's new ones.
           MOVE "00" TO RECOVERY-STATUS
           OPEN INPUT RECOVERY-FEED-FILE
           IF RECOVERY-STATUS-OK
               PERFORM UNTIL RECOVERY-EOF-SW
                   READ RECOVERY-FEED-FILE
                       AT END MOVE "Y" TO RECOVERY-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-RECOVERY-LINE
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-FEED-FILE
           END-IF
           MOVE 1 TO RCV-SUB
           PERFORM UNTIL RCV-SUB > RCV-COUNT
               IF RCV-TAB-USD(RCV-SUB) < ZERO
                   MOVE RECOVERY-INCOME-ACCOUNT TO RCV-DEBIT-ACCOUNT
                   MOVE CLEARING-ACCOUNT TO RCV-CREDIT-ACCOUNT
                   COMPUTE RCV-BOOK-USD = RCV-TAB-USD(RCV-SUB) * -1
               ELSE
                   MOVE CLEARING-ACCOUNT TO RCV-DEBIT-ACCOUNT
                   MOVE RECOVERY-INCOME-ACCOUNT TO RCV-CREDIT-ACCOUNT
                   MOVE RCV-TAB-USD(RCV-SUB) TO RCV-BOOK-USD
               END-IF
               IF RCV-BOOK-USD > ZERO
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE RUN-DATE-EDITED TO GL-DATE
                   MOVE RCV-DEBIT-ACCOUNT TO GL-ACCOUNT
                   MOVE "DR" TO GL-DRCR
                   MOVE RCV-BOOK-USD TO GL-AMOUNT
                   MOVE RCV-TAB-CCY(RCV-SUB) TO GL-CCY
                   MOVE RCV-TAB-BRANCH(RCV-SUB) TO GL-BRANCH
                   WRITE GL-JOURNAL-RECORD
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE RUN-DATE-EDITED TO GL-DATE
                   MOVE RCV-CREDIT-ACCOUNT TO GL-ACCOUNT
                   MOVE "CR" TO GL-DRCR
                   MOVE RCV-BOOK-USD TO GL-AMOUNT
                   MOVE RCV-TAB-CCY(RCV-SUB) TO GL-CCY
                   MOVE RCV-TAB-BRANCH(RCV-SUB) TO GL-BRANCH
                   WRITE GL-JOURNAL-RECORD
               END-IF
               ADD 1 TO RCV-SUB
           END-PERFORM
           IF RCV-COUNT > ZERO
               MOVE RCV-JOURNAL-TOTAL TO EDITED-ADJ-NET
               MOVE SPACES TO WORK-RECORD
               STRING "Recovery vouchers booked - Net income (USD): "
                      EDITED-ADJ-NET
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO GL-LOG-RECORD
               WRITE GL-LOG-RECORD
           END-IF.

       ACCUMULATE-RECOVERY-LINE.
           IF RCV-USD-AMT-STR = SPACES
               CONTINUE  *> Malformed line, nothing to book
           ELSE
               MOVE FUNCTION NUMVAL(RCV-USD-AMT-STR) TO
                   RCV-USD-AMOUNT
               MOVE ZERO TO RCV-FOUND-SUB
               MOVE 1 TO RCV-SUB
               PERFORM UNTIL RCV-SUB > RCV-COUNT
                   IF RCV-TAB-BRANCH(RCV-SUB) = RCV-BRANCH
                       AND RCV-TAB-CCY(RCV-SUB) = RCV-CCY
                       MOVE RCV-SUB TO RCV-FOUND-SUB
                   END-IF
                   ADD 1 TO RCV-SUB
               END-PERFORM
               IF RCV-FOUND-SUB = ZERO
                   IF RCV-COUNT < 40
                       ADD 1 TO RCV-COUNT
                       MOVE RCV-BRANCH TO RCV-TAB-BRANCH(RCV-COUNT)
                       MOVE RCV-CCY TO RCV-TAB-CCY(RCV-COUNT)
                       MOVE ZERO TO RCV-TAB-USD(RCV-COUNT)
                       MOVE RCV-COUNT TO RCV-FOUND-SUB
                   ELSE
                       DISPLAY "Recovery table full, '" RCV-CCY
                           "/" RCV-BRANCH "' not booked"
                   END-IF
               END-IF
               IF RCV-FOUND-SUB > ZERO
                   ADD RCV-USD-AMOUNT TO RCV-TAB-USD(RCV-FOUND-SUB)
                   ADD RCV-USD-AMOUNT TO RCV-JOURNAL-TOTAL
               END-IF
           END-IF.

       WRITE-CONTROL-PROOF.
           MOVE JOURNAL-TOTAL TO EDITED-JOURNAL-TOTAL
           MOVE TRAILER-TOTAL TO EDITED-TRAILER-TOTAL
           END-IF
           END-IF
           MOVE WORK-RECORD TO GL-LOG-RECORD
           WRITE GL-LOG-RECORD
           *> The withholding voucher is proved on its own line: its
           *> trailer is separate from the interest trailer above.
           MOVE WHOLD-JOURNAL-TOTAL TO EDITED-JOURNAL-TOTAL
           MOVE WHOLD-TRAILER-TOTAL TO EDITED-TRAILER-TOTAL
           MOVE SPACES TO WORK-RECORD
           IF NOT HAVE-WHOLD-TRAILER-SW
               STRING "No withholding trailer on the report - tax "
                      "payable total " EDITED-JOURNAL-TOTAL
                      " UNPROVEN"
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
           IF WHOLD-JOURNAL-TOTAL = WHOLD-TRAILER-TOTAL
               STRING "Withholding BALANCED to trailer - Tax payable "
                      "(USD): " EDITED-JOURNAL-TOTAL
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "*** OUT OF BALANCE *** Withholding journal: "
                      EDITED-JOURNAL-TOTAL
                      " Trailer: " EDITED-TRAILER-TOTAL
                      DELIMITED BY SIZE INTO WORK-RECORD
           END-IF
           END-IF
           MOVE WORK-RECORD TO GL-LOG-RECORD
           WRITE GL-LOG-RECORD
           *> Withholding on final interest is booked in the same
           *> vouchers but carries no trailer to prove against.
           IF WHOLD-FINAL-TOTAL > ZERO
               MOVE WHOLD-FINAL-TOTAL TO EDITED-JOURNAL-TOTAL
               MOVE SPACES TO WORK-RECORD
               STRING "Final-interest withholding booked off "
                      "maturity and closure feeds - Tax payable "
                      "(USD): " EDITED-JOURNAL-TOTAL
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO GL-LOG-RECORD
               WRITE GL-LOG-RECORD
           END-IF.
