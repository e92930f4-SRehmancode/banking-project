           "C:\banking-mainframe-project\scripts\bin\rate_tiers.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TIERS-STATUS.
           SELECT WHOLD-PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\whold_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS WHOLD-PARAM-STATUS.
           SELECT WHOLD-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\whold_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.  *> Federal tax
               *> backup-withheld from the interest this year
       FD  AUDIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-RECORD           PIC X(120).
           05  CHECKPOINT-DORMANT-INT-USD   PIC 9(9)V99.
           05  CHECKPOINT-CHARGED-COUNT     PIC 9(6).
           05  CHECKPOINT-TOTAL-CHARGES-USD PIC 9(9)V99.
           05  CHECKPOINT-WITHHELD-COUNT    PIC 9(6).
           05  CHECKPOINT-WITHHELD-USD      PIC 9(9)V99.
       FD  RATE-TIERS-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY RATETIER.
       FD  WHOLD-PARAM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  WHOLD-PARAM-RECORD.
           05  WHOLD-PCT-STR      PIC X(5).    *> Backup-withholding
               *> percentage, e.g. "24.00"
       FD  WHOLD-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  WHOLD-FEED-RECORD.
           *> One line per withholding posted, picked up by
           *> GL-EXTRACT for the tax-payable voucher; amount already
           *> in USD at the rate the interest itself converts at.
           05  WHOLD-FEED-ACCT-ID PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WHOLD-FEED-BRANCH  PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  WHOLD-FEED-CCY     PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  WHOLD-FEED-USD-AMOUNT PIC 9(9).99.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
           88  ACCRUAL-STATUS-OK  VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  WHOLD-PARAM-STATUS     PIC XX VALUE "00".
           88  WHOLD-PARAM-OK     VALUE "00".
       01  WHOLD-RATE             PIC 9(2)V99 VALUE 24.00.
           *> Backup-withholding percentage taken from interest
           *> credited to a customer flagged "B" on the customer
           *> master.  Read from whold_param.ps so a change in the
           *> statutory rate needs no recompile; 24.00 applies when
           *> the file is missing or blank.
       01  AUDIT-HIST-FIELDS.
           *> Staged by the posting paragraphs: only events that
           *> actually move money -- a capitalization (quarter-end or
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-NAME         PIC X(20).
               10  CUST-TAB-WHOLD        PIC X(1).
                   88  CUST-TAB-BACKUP-WHOLD VALUE "B".
               10  CUST-TAB-COMBINED-USD PIC S9(9)V99.
               10  CUST-TAB-INTEREST-USD PIC 9(9)V99.
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
           05  CHARGE-AMOUNT      PIC 9(7)V99. *> Debit interest on an
               *> overdrawn balance, always carried positive
           05  USD-CHARGE-AMOUNT  PIC 9(7)V99.
           05  WITHHOLD-AMOUNT    PIC 9(7)V99. *> Backup withholding
               *> taken from interest just credited, carried positive
           05  USD-WITHHOLD-AMOUNT PIC 9(7)V99.
       01  TIMEAT                PIC 9(2)V9999.
           *> Time factor used in the interest formula, in YEARS.  The
           *> account's own term field (TERM-STR) is a month count, so
           05  EDITED-NEW-BALANCE PIC -(7)9.99.
           05  EDITED-CHARGE      PIC Z(6)9.99.
           05  EDITED-USD-CHARGE  PIC Z(6)9.99.
           05  EDITED-WITHHOLD    PIC Z(6)9.99.
           05  EDITED-CUST-COMBINED PIC -(8)9.99.
           05  EDITED-CUST-INTEREST PIC Z(8)9.99.
       01  RUN-TOTALS.
           *> them on a separate line.
           05  CHARGED-COUNT      PIC 9(6) VALUE ZERO.
           05  TOTAL-CHARGES-USD  PIC 9(9)V99 VALUE ZERO.
           *> Backup withholding is tax held for the government, not
           *> interest or income -- its own line again, and the
           *> figure GL-EXTRACT proves its tax-payable voucher to.
           05  WITHHELD-COUNT     PIC 9(6) VALUE ZERO.
           05  TOTAL-WITHHELD-USD PIC 9(9)V99 VALUE ZERO.
       01  EDITED-TOTALS.
           05  EDITED-PROCESSED   PIC Z(5)9.
           05  EDITED-INVALID     PIC Z(5)9.
           05  EDITED-DORMANT-INT-USD PIC Z(8)9.99.
           05  EDITED-CHARGED-COUNT PIC Z(5)9.
           05  EDITED-TOTAL-CHARGES PIC Z(8)9.99.
           05  EDITED-WITHHELD-COUNT PIC Z(5)9.
           05  EDITED-TOTAL-WITHHELD PIC Z(8)9.99.
       01  EDITED-RECONCILE.
           05  EDITED-EXPECT-COUNT  PIC Z(5)9.
           05  EDITED-ACTUAL-COUNT  PIC Z(5)9.
           MOVE 2 TO CTL-DEFAULT-TIMEAT
           MOVE 18.00 TO CTL-DEBIT-RATE
       END-IF.
       OPEN INPUT WHOLD-PARAM-FILE.
       IF WHOLD-PARAM-OK
           READ WHOLD-PARAM-FILE
               NOT AT END
                   IF WHOLD-PCT-STR NOT = SPACES
                       MOVE FUNCTION NUMVAL(WHOLD-PCT-STR) TO
                           WHOLD-RATE
                   END-IF
           END-READ
           CLOSE WHOLD-PARAM-FILE
       END-IF.
       *> The master opens I-O in every mode now: a report-mode night
       *> still capitalizes accrued interest for accounts whose cycle
       *> day this is.
               MOVE ZERO TO CHECKPOINT-DORMANT-INT-USD
               MOVE ZERO TO CHECKPOINT-CHARGED-COUNT
               MOVE ZERO TO CHECKPOINT-TOTAL-CHARGES-USD
               MOVE ZERO TO CHECKPOINT-WITHHELD-COUNT
               MOVE ZERO TO CHECKPOINT-WITHHELD-USD
               WRITE CHECKPOINT-RECORD
           NOT INVALID KEY
               IF CHECKPOINT-ACCT-ID NOT = ZERO
                   MOVE CHECKPOINT-CHARGED-COUNT TO CHARGED-COUNT
                   MOVE CHECKPOINT-TOTAL-CHARGES-USD TO
                       TOTAL-CHARGES-USD
                   MOVE CHECKPOINT-WITHHELD-COUNT TO WITHHELD-COUNT
                   MOVE CHECKPOINT-WITHHELD-USD TO TOTAL-WITHHELD-USD
                   MOVE CHECKPOINT-ACCT-ID TO ACCT-ID
                   START ACCOUNT-FILE KEY IS GREATER THAN ACCT-ID
                       INVALID KEY
           OPEN EXTEND CSV-FILE
           OPEN EXTEND POSTING-JOURNAL-FILE
           OPEN EXTEND CURRENCY-REPORT-FILE
           OPEN EXTEND WHOLD-FEED-FILE
       ELSE
           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CSV-FILE
           OPEN OUTPUT POSTING-JOURNAL-FILE
           OPEN OUTPUT CURRENCY-REPORT-FILE
           OPEN OUTPUT WHOLD-FEED-FILE
       END-IF.
       MOVE 999.99 TO TIER-MAX-BALANCE(1)
       MOVE 3.00 TO TIER-RATE(1)
                       *> both expect TIMEAT in years.
                       COMPUTE TIMEAT ROUNDED = TERM-MONTHS / 12
                   END-IF
                   *> A closed account stays on the master at a zero
                   *> balance until it is purged; it earns and is
                   *> charged nothing, and is not an invalid record.
                   *> It is still read and checkpointed, so the
                   *> control-total reconciliation keeps counting it.
                   *> A charged-off account sits at zero the same
                   *> way; its debit interest stopped with the write-
                   *> off.
                   IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                       IF ACCT-CHARGED-OFF
                           DISPLAY "Charged-off account skipped, "
                               "ACCT-ID='" ACCT-ID "'"
                       ELSE
                           DISPLAY "Closed account skipped, ACCT-ID='"
                               ACCT-ID "'"
                       END-IF
                   ELSE
                   IF ACCT-BALANCE = 0 OR RATE = 0 OR
                ACCT-BALANCE-STR = SPACES
                   MOVE "Warning: Invalid data for Account: "
                     READ YTD-FILE
                         INVALID KEY
                             MOVE INTEREST-AMOUNT TO YTD-INTEREST
                             MOVE ZERO TO YTD-WITHHELD
                             WRITE YTD-RECORD
                         NOT INVALID KEY
                             ADD INTEREST-AMOUNT TO YTD-INTEREST
                         PERFORM ACCRUE-DAILY-INTEREST
                     END-IF
                   END-IF
                   END-IF
                   *> Checkpoint after either outcome -- interest or
                   *> overdraft charge -- so a resumed run never
                   *> reprocesses an account whose figures are
                           CHECKPOINT-CHARGED-COUNT
                       MOVE TOTAL-CHARGES-USD TO
                           CHECKPOINT-TOTAL-CHARGES-USD
                       MOVE WITHHELD-COUNT TO
                           CHECKPOINT-WITHHELD-COUNT
                       MOVE TOTAL-WITHHELD-USD TO
                           CHECKPOINT-WITHHELD-USD
                       REWRITE CHECKPOINT-RECORD
                       MOVE ZERO TO CHECKPOINT-COUNT
                   END-IF
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO OUTPUT-RECORD
       WRITE OUTPUT-RECORD.
       MOVE WITHHELD-COUNT TO EDITED-WITHHELD-COUNT
       MOVE TOTAL-WITHHELD-USD TO EDITED-TOTAL-WITHHELD
       MOVE SPACES TO WORK-RECORD
       STRING "Backup Withholding - Count: " EDITED-WITHHELD-COUNT
              " Total (USD): " EDITED-TOTAL-WITHHELD
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO OUTPUT-RECORD
       WRITE OUTPUT-RECORD.
       MOVE ACCRUED-COUNT TO EDITED-ACCRUED-COUNT
       MOVE ACCRUED-TOTAL-USD TO EDITED-ACCRUED-USD
       MOVE CYCLE-CAP-COUNT TO EDITED-CAP-COUNT
       MOVE ZERO TO CHECKPOINT-DORMANT-INT-USD
       MOVE ZERO TO CHECKPOINT-CHARGED-COUNT
       MOVE ZERO TO CHECKPOINT-TOTAL-CHARGES-USD
       MOVE ZERO TO CHECKPOINT-WITHHELD-COUNT
       MOVE ZERO TO CHECKPOINT-WITHHELD-USD
       REWRITE CHECKPOINT-RECORD
       CLOSE HISTORY-FILE ACCRUAL-FILE AUDIT-HIST-FILE
       CLOSE ACCOUNT-FILE OUTPUT-FILE REJECT-FILE YTD-FILE AUDIT-FILE
             CSV-FILE CHECKPOINT-FILE POSTING-JOURNAL-FILE
             CURRENCY-REPORT-FILE WHOLD-FEED-FILE.
       STOP RUN.

       WRITE-CURRENCY-REPORT.
                                   CUST-TAB-ID(CUSTOMER-COUNT)
                               MOVE CUST-NAME TO
                                   CUST-TAB-NAME(CUSTOMER-COUNT)
                               MOVE CUST-WHOLD-STR TO
                                   CUST-TAB-WHOLD(CUSTOMER-COUNT)
                               MOVE ZERO TO
                                   CUST-TAB-COMBINED-USD(CUSTOMER-COUNT)
                               MOVE ZERO TO
                   END-IF
           END-COMPUTE
           MOVE WORK-RECORD TO POSTING-JOURNAL-RECORD
           WRITE POSTING-JOURNAL-RECORD
           *> Both capitalization paths come through here, so interest
           *> credited to a customer under backup withholding has the
           *> tax taken straight back off as its own movement.
           IF INTEREST-POSTED-SW AND CUSTOMER-FOUND-SUB > ZERO
               IF CUST-TAB-BACKUP-WHOLD(CUSTOMER-FOUND-SUB)
                   PERFORM POST-BACKUP-WITHHOLDING
               END-IF
           END-IF.

       POST-BACKUP-WITHHOLDING.
           *> WHOLD-RATE percent of the interest just posted comes off
           *> the balance it landed on, journaled on its own
           *> "Withheld: " line (account cols 11-16, amount cols
           *> 53-62 -- EOD-PROOF reads it by position), written to
           *> history and audit history as "BWH", added to the
           *> account's withheld-to-date, and fed to GL-EXTRACT.
           *> A failed REWRITE leaves the interest posted gross and
           *> says so on the journal for a hand adjustment.
           COMPUTE WITHHOLD-AMOUNT ROUNDED =
               INTEREST-AMOUNT * WHOLD-RATE / 100
           IF WITHHOLD-AMOUNT > ZERO
               MOVE NEW-BALANCE TO ACCT-BALANCE
               COMPUTE NEW-BALANCE = ACCT-BALANCE - WITHHOLD-AMOUNT
               MOVE NEW-BALANCE TO EDITED-NEW-BALANCE
               MOVE FUNCTION TRIM(EDITED-NEW-BALANCE) TO
                   ACCT-BALANCE-STR
               REWRITE ACCOUNT-DATA
               MOVE ACCT-BALANCE TO EDITED-BALANCE
               MOVE WITHHOLD-AMOUNT TO EDITED-WITHHOLD
               MOVE SPACES TO WORK-RECORD
               IF ACCOUNT-STATUS-OK
                   STRING "Withheld: " ACCT-ID
                          " Old Balance: " EDITED-BALANCE
                          " Withheld: " EDITED-WITHHOLD
                          " New Balance: " EDITED-NEW-BALANCE
                          " Timestamp: " RUN-TIMESTAMP-EDITED
                          DELIMITED BY SIZE INTO WORK-RECORD
                   MOVE ACCT-ID TO HIST-SET-ACCT
                   MOVE "BWH" TO HIST-SET-TYPE
                   COMPUTE HIST-SET-AMOUNT = WITHHOLD-AMOUNT * -1
                   MOVE CURRENCY-CODE TO HIST-SET-CCY
                   MOVE NEW-BALANCE TO HIST-SET-BALANCE
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE "BWH" TO AH-SET-TYPE
                   MOVE WHOLD-RATE TO AH-SET-RATE
                   MOVE WITHHOLD-AMOUNT TO AH-SET-AMOUNT
                   PERFORM WRITE-AUDIT-HIST
                   MOVE NEW-BALANCE TO ACCT-BALANCE
                   MOVE ACCT-ID TO YTD-ACCT-ID
                   READ YTD-FILE
                       INVALID KEY
                           MOVE ZERO TO YTD-INTEREST
                           MOVE WITHHOLD-AMOUNT TO YTD-WITHHELD
                           WRITE YTD-RECORD
                       NOT INVALID KEY
                           ADD WITHHOLD-AMOUNT TO YTD-WITHHELD
                           REWRITE YTD-RECORD
                   END-READ
                   IF NOT YTD-STATUS-OK
                       DISPLAY "Withheld-to-date update failed for "
                           "ACCT-ID='" ACCT-ID "', status " YTD-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   COMPUTE USD-WITHHOLD-AMOUNT ROUNDED =
                       WITHHOLD-AMOUNT *
                       EXCHANGE-RATE(EXCHANGE-TIER-SUB)
                   ADD 1 TO WITHHELD-COUNT
                   ADD USD-WITHHOLD-AMOUNT TO TOTAL-WITHHELD-USD
                   MOVE SPACES TO WHOLD-FEED-RECORD
                   MOVE ACCT-ID TO WHOLD-FEED-ACCT-ID
                   MOVE ACCT-BRANCH-STR TO WHOLD-FEED-BRANCH
                   MOVE CURRENCY-CODE TO WHOLD-FEED-CCY
                   MOVE USD-WITHHOLD-AMOUNT TO WHOLD-FEED-USD-AMOUNT
                   WRITE WHOLD-FEED-RECORD
               ELSE
                   DISPLAY "Withholding REWRITE failed for ACCT-ID='"
                       ACCT-ID "', status " ACCOUNT-STATUS
                   STRING "*** NOT WITHHELD *** " ACCT-ID
                          " withholding REWRITE failed, status "
                          ACCOUNT-STATUS
                          " - interest stands gross, Timestamp: "
                          RUN-TIMESTAMP-EDITED
                          DELIMITED BY SIZE INTO WORK-RECORD
               END-IF
               MOVE WORK-RECORD TO POSTING-JOURNAL-RECORD
               WRITE POSTING-JOURNAL-RECORD
           END-IF.

       LOAD-RATE-SCHEDULE.
           *> Overlays the compiled fallback tiers with the published
           MOVE HIST-SET-AMOUNT TO HIST-AMOUNT
           MOVE HIST-SET-CCY TO HIST-CCY
           MOVE HIST-SET-BALANCE TO HIST-NEW-BALANCE
           MOVE SPACES TO HIST-BATCH-SERIAL
           WRITE HISTORY-DATA
           IF NOT HISTORY-STATUS-OK
               DISPLAY "History WRITE failed for ACCT-ID='"
