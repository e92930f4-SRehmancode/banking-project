       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORD-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORDER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\standing_orders.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS SORDER-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT HOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\holds.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS SERIAL-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\sorder_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT DAILY-TRANS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\daily_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TRANS-STATUS.
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\sorder_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  SORDER-FILE.
           COPY SORDREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Register TRANS-POST keeps of every batch it posted.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  PARAM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  PARAM-RECORD.
           *> How many further nights a payment the debited account
           *> cannot cover is tried again before it is reported as
           *> missed.
           05  PARAM-RETRY-DAYS-STR PIC X(5).
       FD  DAILY-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.  *> Same line TRANS-POST
               *> and BATCH-EDIT read
       01  DAILY-TRANS-RECORD     PIC X(40).
       FD  REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD          PIC X(120).
       WORKING-STORAGE SECTION.
       01  SORDER-EOF             PIC X VALUE "N".
           88  SORDER-EOF-SW      VALUE "Y".
       01  HOLD-EOF               PIC X VALUE "N".
           88  HOLD-EOF-SW        VALUE "Y".
       01  HISTORY-EOF            PIC X VALUE "N".
           88  HISTORY-EOF-SW     VALUE "Y".
       01  SORDER-STATUS          PIC XX VALUE "00".
           88  SORDER-STATUS-OK   VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  TRANS-STATUS           PIC XX VALUE "00".
           88  TRANS-STATUS-OK    VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  SERIAL-STATUS          PIC XX VALUE "00".
           88  SERIAL-STATUS-OK   VALUE "00".
       01  HOLDS-ON-FILE          PIC X VALUE "N".
           88  HOLDS-ON-FILE-SW   VALUE "Y".
       01  HISTORY-ON-FILE        PIC X VALUE "N".
           88  HISTORY-ON-FILE-SW VALUE "Y".
       01  SERIALS-ON-FILE        PIC X VALUE "N".
           88  SERIALS-ON-FILE-SW VALUE "Y".
       01  QUEUED-BATCH-STATE     PIC X VALUE SPACE.
           *> Where the batch an order's payment was queued in stands.
           88  QUEUED-BATCH-WAITING  VALUE "W".
           88  QUEUED-BATCH-POSTED   VALUE "P".
           88  QUEUED-BATCH-REVERSED VALUE "R".
       01  PAYMENT-FOUND          PIC X VALUE "N".
           88  PAYMENT-FOUND-SW   VALUE "Y".
       01  RETRY-COUNTED          PIC X VALUE "N".
           88  RETRY-COUNTED-SW   VALUE "Y".
           *> Tonight's retry already taken for a payment that did
           *> not post, so a hold-back does not take a second.
       01  RETRY-DAYS             PIC 9(2) VALUE 3.
           *> Fallback when no parameter file is supplied: a payment
           *> the account cannot cover is tried on three more nights
           *> before it is given up for that period.
       01  TODAY-DATE             PIC X(8).
       01  ACCT-BALANCE           PIC S9(7)V99.
       01  HELD-AMOUNT            PIC 9(9)V99.
       01  COMMITTED-AMOUNT       PIC 9(9)V99.
       01  AVAILABLE-BALANCE      PIC S9(10)V99.
       01  MISS-REASON            PIC X(50).
           *> Why a due payment cannot go into tonight's batch for a
           *> reason no retry will cure; spaces otherwise.
       01  BOUNCE-REASON          PIC X(30).
       01  PAYMENT-MATCHES        PIC 9(4).
       01  PAYMENT-CLAIMS         PIC 9(4).
       01  CLAIM-CONTROLS.
           *> Postings already matched to an order this run, so two
           *> orders paying the same amount from the same account in
           *> the same batch cannot both be proved by one movement.
           05  CLAIM-COUNT        PIC 9(4) VALUE ZERO.
           05  CLAIM-SUB          PIC 9(4).
           05  CLAIM-ITEM OCCURS 500 TIMES.
               10  CLAIM-ACCT     PIC 9(6).
               10  CLAIM-SERIAL   PIC X(6).
               10  CLAIM-AMOUNT   PIC 9(7)V99.
       01  DATE-WORK.
           *> A weekly order falls due every seventh day; a monthly
           *> one on SO-DAY of each month, pulled back to the last day
           *> of a short month.
           05  TODAY-NUM          PIC 9(8).
           05  TODAY-INTEGER      PIC 9(8).
           05  JULIAN-DATE        PIC 9(7).
           05  DUE-DATE-NUM       PIC 9(8).
           05  DUE-DATE-PARTS REDEFINES DUE-DATE-NUM.
               10  DUE-YEAR       PIC 9(4).
               10  DUE-MONTH      PIC 9(2).
               10  DUE-DAY        PIC 9(2).
           05  DUE-INTEGER        PIC 9(8).
           05  MONTH-FIRST-NUM    PIC 9(8).
           05  MONTH-FIRST-PARTS REDEFINES MONTH-FIRST-NUM.
               10  FIRST-YEAR     PIC 9(4).
               10  FIRST-MONTH    PIC 9(2).
               10  FIRST-DAY      PIC 9(2).
           05  MONTH-START-INTEGER PIC 9(8).
           05  DAYS-IN-MONTH      PIC 9(2).
       01  BATCH-CONTROLS.
           05  BATCH-SERIAL       PIC X(6).
           05  ITEM-COUNT         PIC 9(4) VALUE ZERO.
           05  ITEM-SUB           PIC 9(4).
           05  BATCH-ITEM OCCURS 500 TIMES.
               10  ITEM-FROM-ACCT PIC 9(6).
               10  ITEM-CODE      PIC X(1).
               10  ITEM-AMOUNT    PIC 9(7)V99.
               10  ITEM-TO-ACCT   PIC X(6).
           05  BATCH-WDR-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  LINE-AMOUNT-EDITED PIC 9(7).99.
           05  HDR-COUNT-EDITED   PIC 9(6).
           05  TRL-WDR-EDITED     PIC 9(9).99.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  RUN-TOTALS.
           05  DUE-COUNT          PIC 9(6) VALUE ZERO.
           05  QUEUED-COUNT       PIC 9(6) VALUE ZERO.
           05  QUEUED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  HELD-COUNT         PIC 9(6) VALUE ZERO.
           05  MISSED-COUNT       PIC 9(6) VALUE ZERO.
           05  MISSED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  ENDED-COUNT        PIC 9(6) VALUE ZERO.
           05  DEFERRED-COUNT     PIC 9(6) VALUE ZERO.
           05  CONFIRMED-COUNT    PIC 9(6) VALUE ZERO.
           05  PENDING-COUNT      PIC 9(6) VALUE ZERO.
           05  BOUNCED-COUNT      PIC 9(6) VALUE ZERO.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-AVAILABLE   PIC -(9)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-TOTAL       PIC Z(8)9.99.
           05  EDITED-RETRY       PIC Z9.
       PROCEDURE DIVISION.
       *> Standing order generation, after SORD-MAINT and ahead of
       *> BATCH-EDIT.  Every active order due today or earlier is
       *> checked against what the debited account has available --
       *> ledger less active holds less what tonight's earlier
       *> orders have already taken -- and, when covered, written
       *> into one proved batch appended to daily_trans.ps: a "T"
       *> to the credited account, or a "W" payment out.  The batch
       *> posts through TRANS-POST under the batch operator like any
       *> other.  A payment not covered stays due and is tried again
       *> on each of the next RETRY-DAYS nights, then reported as
       *> missed and the order moves on to its next date.  An order
       *> whose last date has passed is marked ended.
       *> A queued payment leaves the order on its due date with the
       *> batch serial noted.  The order only moves on once a later
       *> run finds the movement in history under that serial; a
       *> batch that posted without it, or was backed out, counts a
       *> retry and the payment is queued again.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       MOVE TODAY-DATE TO TODAY-NUM.
       COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
       MOVE FUNCTION DAY-OF-INTEGER(TODAY-INTEGER) TO JULIAN-DATE.
       MOVE SPACES TO BATCH-SERIAL.
       STRING "S" JULIAN-DATE(3:5)
              DELIMITED BY SIZE INTO BATCH-SERIAL.
       OPEN INPUT PARAM-FILE.
       IF PARAM-STATUS-OK
           READ PARAM-FILE
               NOT AT END
                   IF PARAM-RETRY-DAYS-STR IS NUMERIC
                       MOVE PARAM-RETRY-DAYS-STR TO RETRY-DAYS
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF.
       OPEN OUTPUT REPORT-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "Standing Order Generation Report - Run Date "
              TODAY-DATE " Batch " BATCH-SERIAL
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       OPEN I-O SORDER-FILE.
       IF SORDER-STATUS = "35"
           *> No order has ever been keyed; nothing falls due.
           MOVE "No standing orders on file" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           STOP RUN
       END-IF.
       IF NOT SORDER-STATUS-OK
           DISPLAY "Unable to open SORDER-FILE, status " SORDER-STATUS
           CLOSE REPORT-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           CLOSE SORDER-FILE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-HOLD-FILE.
       *> The batch is appended behind whatever the tellers
       *> delivered; opened now so a file that cannot take it stops
       *> the run before any order is moved on.
       OPEN EXTEND DAILY-TRANS-FILE.
       IF TRANS-STATUS = "35"
           OPEN OUTPUT DAILY-TRANS-FILE
       END-IF.
       IF NOT TRANS-STATUS-OK
           DISPLAY "Unable to open DAILY-TRANS-FILE, status "
               TRANS-STATUS
           CLOSE SORDER-FILE ACCOUNT-FILE REPORT-FILE
           IF HOLDS-ON-FILE-SW
               CLOSE HOLD-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-POSTING-FILES.
       MOVE ZERO TO SO-ID
       START SORDER-FILE KEY IS NOT LESS THAN SO-ID
           INVALID KEY
               MOVE "Y" TO SORDER-EOF
       END-START.
       PERFORM UNTIL SORDER-EOF-SW
           READ SORDER-FILE NEXT
               AT END MOVE "Y" TO SORDER-EOF
               NOT AT END
                   IF SO-ACTIVE AND (SO-NEXT-DUE <= TODAY-DATE
                       OR SO-QUEUED-SERIAL NOT = SPACES)
                       PERFORM WORK-ONE-ORDER
                   END-IF
           END-READ
       END-PERFORM.
       IF ITEM-COUNT > ZERO
           PERFORM WRITE-ORDER-BATCH
       END-IF.
       PERFORM WRITE-RUN-TOTALS.
       IF HOLDS-ON-FILE-SW
           CLOSE HOLD-FILE
       END-IF.
       IF HISTORY-ON-FILE-SW
           CLOSE HISTORY-FILE
       END-IF.
       IF SERIALS-ON-FILE-SW
           CLOSE BATCH-SERIAL-FILE
       END-IF.
       CLOSE SORDER-FILE ACCOUNT-FILE DAILY-TRANS-FILE REPORT-FILE.
       STOP RUN.

       WORK-ONE-ORDER.
           MOVE "N" TO RETRY-COUNTED
           IF SO-QUEUED-SERIAL NOT = SPACES
               PERFORM CONFIRM-QUEUED-PAYMENT
           END-IF
           IF SO-QUEUED-SERIAL = SPACES AND SO-ACTIVE
               AND SO-NEXT-DUE <= TODAY-DATE
               PERFORM WORK-DUE-ORDER
           END-IF.

       CONFIRM-QUEUED-PAYMENT.
           *> The payment went into an earlier batch.  Until that
           *> batch is on the register it has not been through
           *> TRANS-POST yet and the order is left as it is.
           PERFORM FIND-QUEUED-BATCH
           EVALUATE TRUE
               WHEN QUEUED-BATCH-WAITING
                   ADD 1 TO PENDING-COUNT
                   MOVE SO-AMOUNT TO EDITED-AMOUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "Payment pending Order " SO-ID
                          " From " SO-FROM-ACCT
                          " Amount: " EDITED-AMOUNT
                          " Batch " SO-QUEUED-SERIAL
                          " not yet posted"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               WHEN QUEUED-BATCH-REVERSED
                   MOVE "batch backed out" TO BOUNCE-REASON
                   PERFORM RETRY-UNPOSTED-PAYMENT
               WHEN OTHER
                   PERFORM FIND-POSTED-PAYMENT
                   IF PAYMENT-FOUND-SW
                       PERFORM CONFIRM-PAYMENT
                   ELSE
                       MOVE "not posted by TRANS-POST"
                           TO BOUNCE-REASON
                       PERFORM RETRY-UNPOSTED-PAYMENT
                   END-IF
           END-EVALUATE.

       FIND-QUEUED-BATCH.
           MOVE "W" TO QUEUED-BATCH-STATE
           IF SERIALS-ON-FILE-SW
               MOVE SO-QUEUED-SERIAL TO SERIAL-KEY
               READ BATCH-SERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIAL-REVERSED-DATE NOT = SPACES
                           MOVE "R" TO QUEUED-BATCH-STATE
                       ELSE
                           MOVE "P" TO QUEUED-BATCH-STATE
                       END-IF
               END-READ
           END-IF.

       FIND-POSTED-PAYMENT.
           *> The debit leg TRANS-POST writes for the order's line:
           *> TRO for a transfer, EWD for a payment out under the
           *> batch operator (WDR allowed for).  Movements already
           *> matched to another order this run do not count twice.
           MOVE "N" TO PAYMENT-FOUND
           MOVE ZERO TO PAYMENT-MATCHES PAYMENT-CLAIMS
           MOVE 1 TO CLAIM-SUB
           PERFORM UNTIL CLAIM-SUB > CLAIM-COUNT
               IF CLAIM-ACCT(CLAIM-SUB) = SO-FROM-ACCT
                   AND CLAIM-SERIAL(CLAIM-SUB) = SO-QUEUED-SERIAL
                   AND CLAIM-AMOUNT(CLAIM-SUB) = SO-AMOUNT
                   ADD 1 TO PAYMENT-CLAIMS
               END-IF
               ADD 1 TO CLAIM-SUB
           END-PERFORM
           IF HISTORY-ON-FILE-SW
               MOVE SO-FROM-ACCT TO HIST-ACCT-ID
               MOVE SPACES TO HIST-TIMESTAMP
               MOVE SERIAL-POSTED-DATE TO HIST-TIMESTAMP(1:8)
               MOVE ZERO TO HIST-SEQ
               MOVE "N" TO HISTORY-EOF
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO HISTORY-EOF
               END-START
               PERFORM UNTIL HISTORY-EOF-SW
                   READ HISTORY-FILE NEXT
                       AT END MOVE "Y" TO HISTORY-EOF
                       NOT AT END
                           IF HIST-ACCT-ID NOT = SO-FROM-ACCT
                               MOVE "Y" TO HISTORY-EOF
                           ELSE
                               IF HIST-BATCH-SERIAL = SO-QUEUED-SERIAL
                                   AND (HIST-TYPE = "TRO"
                                   OR HIST-TYPE = "EWD"
                                   OR HIST-TYPE = "WDR")
                                   AND HIST-AMOUNT = SO-AMOUNT * -1
                                   ADD 1 TO PAYMENT-MATCHES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF PAYMENT-MATCHES > PAYMENT-CLAIMS
               MOVE "Y" TO PAYMENT-FOUND
           END-IF.

       CONFIRM-PAYMENT.
           IF CLAIM-COUNT < 500
               ADD 1 TO CLAIM-COUNT
               MOVE SO-FROM-ACCT TO CLAIM-ACCT(CLAIM-COUNT)
               MOVE SO-QUEUED-SERIAL TO CLAIM-SERIAL(CLAIM-COUNT)
               MOVE SO-AMOUNT TO CLAIM-AMOUNT(CLAIM-COUNT)
           END-IF
           ADD 1 TO CONFIRMED-COUNT
           MOVE SO-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Payment posted  Order " SO-ID
                  " From " SO-FROM-ACCT
                  " Amount: " EDITED-AMOUNT
                  " Batch " SO-QUEUED-SERIAL
                  " on " SERIAL-POSTED-DATE
                  " Due " SO-NEXT-DUE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SERIAL-POSTED-DATE TO SO-LAST-PAID
           MOVE SPACES TO SO-QUEUED-SERIAL
           PERFORM ADVANCE-ORDER.

       RETRY-UNPOSTED-PAYMENT.
           *> The payment never landed -- typically refused at posting
           *> for funds that went between this run and TRANS-POST.
           *> It is still owed, so it counts a retry and goes back
           *> through tonight's checks like any other due payment.
           MOVE SO-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           IF SO-RETRY-COUNT < RETRY-DAYS
               ADD 1 TO SO-RETRY-COUNT
               MOVE "Y" TO RETRY-COUNTED
               ADD 1 TO BOUNCED-COUNT
               MOVE SO-RETRY-COUNT TO EDITED-RETRY
               STRING "Payment bounced Order " SO-ID
                      " From " SO-FROM-ACCT
                      " Amount: " EDITED-AMOUNT
                      " Batch " SO-QUEUED-SERIAL " "
                      FUNCTION TRIM(BOUNCE-REASON)
                      " Retry " EDITED-RETRY
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO SO-QUEUED-SERIAL
               PERFORM REWRITE-ORDER
           ELSE
               MOVE SPACES TO SO-QUEUED-SERIAL
               MOVE SPACES TO MISS-REASON
               STRING "payment " FUNCTION TRIM(BOUNCE-REASON)
                      ", retries used up"
                      DELIMITED BY SIZE INTO MISS-REASON
               PERFORM MISS-PAYMENT
           END-IF.

       WORK-DUE-ORDER.
           IF SO-END-DATE NOT = SPACES AND SO-NEXT-DUE > SO-END-DATE
               *> Still waiting on a retry when its last date went by.
               PERFORM END-ORDER
           ELSE
               ADD 1 TO DUE-COUNT
               IF ITEM-COUNT >= 500
                   *> Left due, untouched, for tomorrow's batch.
                   ADD 1 TO DEFERRED-COUNT
                   DISPLAY "Standing order batch full, order " SO-ID
                       " deferred"
               ELSE
                   PERFORM VET-ORDER-ACCOUNTS
                   IF MISS-REASON NOT = SPACES
                       PERFORM MISS-PAYMENT
                   ELSE
                       PERFORM FIND-AVAILABLE-FUNDS
                       IF SO-AMOUNT > AVAILABLE-BALANCE
                           PERFORM HOLD-BACK-PAYMENT
                       ELSE
                           PERFORM QUEUE-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VET-ORDER-ACCOUNTS.
           *> The credited account is read first so the debited one
           *> is left in the buffer for the funds check.
           MOVE SPACES TO MISS-REASON
           IF SO-TO-ACCT NOT = SPACES
               MOVE SO-TO-ACCT TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "credited account not on the master"
                           TO MISS-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE "credited account is closed"
                               TO MISS-REASON
                       END-IF
                       IF ACCT-CHARGED-OFF
                           MOVE "credited account is charged off"
                               TO MISS-REASON
                       END-IF
               END-READ
           END-IF
           IF MISS-REASON = SPACES
               MOVE SO-FROM-ACCT TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "debited account not on the master"
                           TO MISS-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE "debited account is closed"
                               TO MISS-REASON
                       END-IF
                       IF ACCT-CHARGED-OFF
                           MOVE "debited account is charged off"
                               TO MISS-REASON
                       END-IF
               END-READ
           END-IF.

       FIND-AVAILABLE-FUNDS.
           *> Same available balance TRANS-POST checks a debit
           *> against, less what this run has already queued on the
           *> account.
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           ELSE
               MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           END-IF
           PERFORM SUM-ACTIVE-HOLDS
           MOVE ZERO TO COMMITTED-AMOUNT
           MOVE 1 TO ITEM-SUB
           PERFORM UNTIL ITEM-SUB > ITEM-COUNT
               IF ITEM-FROM-ACCT(ITEM-SUB) = SO-FROM-ACCT
                   ADD ITEM-AMOUNT(ITEM-SUB) TO COMMITTED-AMOUNT
               END-IF
               ADD 1 TO ITEM-SUB
           END-PERFORM
           COMPUTE AVAILABLE-BALANCE =
               ACCT-BALANCE - HELD-AMOUNT - COMMITTED-AMOUNT.

       SUM-ACTIVE-HOLDS.
           *> Every hold on the debited account still marked active
           *> and not past its expiry date.
           MOVE ZERO TO HELD-AMOUNT
           IF HOLDS-ON-FILE-SW
               MOVE SO-FROM-ACCT TO HOLD-ACCT-ID
               MOVE ZERO TO HOLD-SEQ
               MOVE "N" TO HOLD-EOF
               START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF
               END-START
               PERFORM UNTIL HOLD-EOF-SW
                   READ HOLD-FILE NEXT
                       AT END MOVE "Y" TO HOLD-EOF
                       NOT AT END
                           IF HOLD-ACCT-ID NOT = SO-FROM-ACCT
                               MOVE "Y" TO HOLD-EOF
                           ELSE
                               IF HOLD-ACTIVE
                                   AND (HOLD-EXPIRY-DATE = SPACES
                                   OR HOLD-EXPIRY-DATE >= TODAY-DATE)
                                   ADD HOLD-AMOUNT TO HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       QUEUE-PAYMENT.
           ADD 1 TO ITEM-COUNT
           MOVE SO-FROM-ACCT TO ITEM-FROM-ACCT(ITEM-COUNT)
           MOVE SO-AMOUNT TO ITEM-AMOUNT(ITEM-COUNT)
           MOVE SO-TO-ACCT TO ITEM-TO-ACCT(ITEM-COUNT)
           IF SO-TO-ACCT = SPACES
               MOVE "W" TO ITEM-CODE(ITEM-COUNT)
               ADD SO-AMOUNT TO BATCH-WDR-TOTAL
           ELSE
               MOVE "T" TO ITEM-CODE(ITEM-COUNT)
           END-IF
           ADD 1 TO QUEUED-COUNT
           ADD SO-AMOUNT TO QUEUED-AMOUNT
           MOVE SO-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           IF SO-TO-ACCT = SPACES
               STRING "Payment queued  Order " SO-ID
                      " From " SO-FROM-ACCT " To (payment out)"
                      " Amount: " EDITED-AMOUNT " " CURRENCY-CODE
                      " Due " SO-NEXT-DUE
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "Payment queued  Order " SO-ID
                      " From " SO-FROM-ACCT " To " SO-TO-ACCT
                      "           Amount: " EDITED-AMOUNT " "
                      CURRENCY-CODE " Due " SO-NEXT-DUE
                      DELIMITED BY SIZE INTO WORK-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE BATCH-SERIAL TO SO-QUEUED-SERIAL
           PERFORM REWRITE-ORDER.

       HOLD-BACK-PAYMENT.
           *> Not covered tonight.  Kept due for another try until
           *> the retry nights are used up, then missed.
           IF RETRY-COUNTED-SW OR SO-RETRY-COUNT < RETRY-DAYS
               IF NOT RETRY-COUNTED-SW
                   ADD 1 TO SO-RETRY-COUNT
               END-IF
               ADD 1 TO HELD-COUNT
               MOVE SO-AMOUNT TO EDITED-AMOUNT
               MOVE AVAILABLE-BALANCE TO EDITED-AVAILABLE
               MOVE SO-RETRY-COUNT TO EDITED-RETRY
               MOVE SPACES TO WORK-RECORD
               STRING "Payment held    Order " SO-ID
                      " From " SO-FROM-ACCT
                      " Amount: " EDITED-AMOUNT
                      " Available: " EDITED-AVAILABLE
                      " Retry " EDITED-RETRY
                      " Due " SO-NEXT-DUE
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM REWRITE-ORDER
           ELSE
               MOVE "insufficient available funds after retries"
                   TO MISS-REASON
               PERFORM MISS-PAYMENT
           END-IF.

       MISS-PAYMENT.
           ADD 1 TO MISSED-COUNT
           ADD SO-AMOUNT TO MISSED-AMOUNT
           MOVE SO-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "*** MISSED *** Order " SO-ID
                  " From " SO-FROM-ACCT
                  " Amount: " EDITED-AMOUNT
                  " Due " SO-NEXT-DUE " - " MISS-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           PERFORM ADVANCE-ORDER.

       ADVANCE-ORDER.
           *> Moves the order past today to its next date, so a run
           *> that was skipped for some nights pays once rather than
           *> once per missed date, then ends the order if that date
           *> falls after its last.
           MOVE ZERO TO SO-RETRY-COUNT
           MOVE SO-NEXT-DUE TO DUE-DATE-NUM
           PERFORM UNTIL DUE-DATE-NUM > TODAY-NUM
               PERFORM STEP-DUE-DATE
           END-PERFORM
           MOVE DUE-DATE-NUM TO SO-NEXT-DUE
           IF SO-END-DATE NOT = SPACES AND SO-NEXT-DUE > SO-END-DATE
               PERFORM END-ORDER
           ELSE
               PERFORM REWRITE-ORDER
           END-IF.

       STEP-DUE-DATE.
           IF SO-WEEKLY
               COMPUTE DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DUE-DATE-NUM) + 7
               MOVE FUNCTION DATE-OF-INTEGER(DUE-INTEGER)
                   TO DUE-DATE-NUM
           ELSE
               MOVE DUE-YEAR TO FIRST-YEAR
               MOVE DUE-MONTH TO FIRST-MONTH
               IF FIRST-MONTH = 12
                   ADD 1 TO FIRST-YEAR
                   MOVE 1 TO FIRST-MONTH
               ELSE
                   ADD 1 TO FIRST-MONTH
               END-IF
               MOVE 1 TO FIRST-DAY
               MOVE FIRST-YEAR TO DUE-YEAR
               MOVE FIRST-MONTH TO DUE-MONTH
               COMPUTE MONTH-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MONTH-FIRST-NUM)
               IF FIRST-MONTH = 12
                   ADD 1 TO FIRST-YEAR
                   MOVE 1 TO FIRST-MONTH
               ELSE
                   ADD 1 TO FIRST-MONTH
               END-IF
               COMPUTE DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(MONTH-FIRST-NUM)
                   - MONTH-START-INTEGER
               IF SO-DAY > DAYS-IN-MONTH
                   MOVE DAYS-IN-MONTH TO DUE-DAY
               ELSE
                   MOVE SO-DAY TO DUE-DAY
               END-IF
           END-IF.

       END-ORDER.
           MOVE "E" TO SO-STATUS-STR
           MOVE TODAY-DATE TO SO-CLOSED-DATE
           ADD 1 TO ENDED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order ended     Order " SO-ID
                  " From " SO-FROM-ACCT
                  " End date " SO-END-DATE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           PERFORM REWRITE-ORDER.

       REWRITE-ORDER.
           REWRITE SORDER-DATA
           IF NOT SORDER-STATUS-OK
               DISPLAY "Standing order REWRITE failed for "
                   "SO-ID='" SO-ID "', status " SORDER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ORDER-BATCH.
           MOVE ITEM-COUNT TO HDR-COUNT-EDITED
           MOVE SPACES TO DAILY-TRANS-RECORD
           *> Submitted under the batch operator, whose authority
           *> covers the payments without a limit.
           STRING "HDR " BATCH-SERIAL " " HDR-COUNT-EDITED " SYST"
                  DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
           WRITE DAILY-TRANS-RECORD
           MOVE 1 TO ITEM-SUB
           PERFORM UNTIL ITEM-SUB > ITEM-COUNT
               MOVE ITEM-AMOUNT(ITEM-SUB) TO LINE-AMOUNT-EDITED
               MOVE SPACES TO DAILY-TRANS-RECORD
               IF ITEM-CODE(ITEM-SUB) = "T"
                   STRING ITEM-FROM-ACCT(ITEM-SUB) " T "
                          LINE-AMOUNT-EDITED " "
                          ITEM-TO-ACCT(ITEM-SUB)
                          DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
               ELSE
                   STRING ITEM-FROM-ACCT(ITEM-SUB) " W "
                          LINE-AMOUNT-EDITED
                          DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
               END-IF
               WRITE DAILY-TRANS-RECORD
               ADD 1 TO ITEM-SUB
           END-PERFORM
           *> No deposits; the withdrawal hash total is the payments
           *> out.  Transfers are proved by the header count.
           MOVE BATCH-WDR-TOTAL TO TRL-WDR-EDITED
           MOVE SPACES TO DAILY-TRANS-RECORD
           STRING "TRL 000000000.00 " TRL-WDR-EDITED
                  DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
           WRITE DAILY-TRANS-RECORD
           MOVE ITEM-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Standing order batch " BATCH-SERIAL
                  " appended to the daily batch - Items: "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE DUE-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Due:      " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE QUEUED-COUNT TO EDITED-COUNT
           MOVE QUEUED-AMOUNT TO EDITED-TOTAL
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Queued:   " EDITED-COUNT
                  " Amount: " EDITED-TOTAL
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE HELD-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Held:     " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE MISSED-COUNT TO EDITED-COUNT
           MOVE MISSED-AMOUNT TO EDITED-TOTAL
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Missed:   " EDITED-COUNT
                  " Amount: " EDITED-TOTAL
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE ENDED-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Ended:    " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE CONFIRMED-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Posted:   " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE PENDING-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Pending:  " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE BOUNCED-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Order Totals - Bounced:  " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           IF DEFERRED-COUNT > ZERO
               MOVE DEFERRED-COUNT TO EDITED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Order Totals - Deferred: " EDITED-COUNT
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       OPEN-HOLD-FILE.
           *> Read only -- HOLD-MAINT owns the file.  Missing means no
           *> hold has ever been placed.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-OK
               MOVE "Y" TO HOLDS-ON-FILE
           ELSE
               IF HOLD-STATUS NOT = "35"
                   DISPLAY "Unable to open HOLD-FILE, status "
                       HOLD-STATUS
                   CLOSE SORDER-FILE ACCOUNT-FILE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-POSTING-FILES.
           *> Read only, to prove earlier queued payments posted.
           *> Either file missing means nothing has posted yet.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS-OK
               MOVE "Y" TO HISTORY-ON-FILE
           ELSE
               IF HISTORY-STATUS NOT = "35"
                   DISPLAY "Unable to open HISTORY-FILE, status "
                       HISTORY-STATUS
                   PERFORM CLOSE-ON-OPEN-FAILURE
               END-IF
           END-IF
           OPEN INPUT BATCH-SERIAL-FILE
           IF SERIAL-STATUS-OK
               MOVE "Y" TO SERIALS-ON-FILE
           ELSE
               IF SERIAL-STATUS NOT = "35"
                   DISPLAY "Unable to open BATCH-SERIAL-FILE, status "
                       SERIAL-STATUS
                   PERFORM CLOSE-ON-OPEN-FAILURE
               END-IF
           END-IF.

       CLOSE-ON-OPEN-FAILURE.
           CLOSE SORDER-FILE ACCOUNT-FILE DAILY-TRANS-FILE REPORT-FILE
           IF HOLDS-ON-FILE-SW
               CLOSE HOLD-FILE
           END-IF
           IF HISTORY-ON-FILE-SW
               CLOSE HISTORY-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.
