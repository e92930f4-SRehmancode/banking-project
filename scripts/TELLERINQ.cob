           "C:\banking-mainframe-project\scripts\bin\rate_tiers.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TIERS-STATUS.
           SELECT HOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\holds.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\operator.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPERATOR-STATUS.
           SELECT AUTH-EXCEPT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\auth_except.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS AUTH-EXCEPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY RATETIER.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  AUTH-EXCEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY AUTHEXC.
       WORKING-STORAGE SECTION.
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  OPERATOR-STATUS        PIC XX VALUE "00".
           88  OPERATOR-STATUS-OK VALUE "00".
       01  AUTH-EXCEPT-STATUS     PIC XX VALUE "00".
           88  AUTH-EXCEPT-OK     VALUE "00".
       01  SIGN-ON-CONTROLS.
           *> The screen opens only to an operator on the operator
           *> master, active, and not the batch operator.  Three
           *> refused attempts end the session; every refusal goes on
           *> the branch manager's authority-exception report.
           05  SIGN-ON-INPUT      PIC X(4).
           05  SIGN-ON-ATTEMPTS   PIC 9(1) VALUE ZERO.
           05  SIGNED-ON          PIC X VALUE "N".
               88  SIGNED-ON-SW   VALUE "Y".
           05  SIGN-ON-REASON     PIC X(50).
           05  SIGN-ON-BRANCH     PIC X(3).
           05  SIGN-ON-STAMP      PIC X(14).
       01  HOLD-CONTROLS.
           *> Holds in force on the keyed account, summed the way
           *> TRANS-POST sums them when it vets a debit, so the
           *> available figure on the screen is the one the nightly
           *> posting will honour.
           05  HOLDS-ON-FILE      PIC X VALUE "N".
               88  HOLDS-ON-FILE-SW VALUE "Y".
           05  HOLD-EOF           PIC X VALUE "N".
               88  HOLD-EOF-SW    VALUE "Y".
           05  HELD-AMOUNT        PIC 9(7)V99.
           05  AVAILABLE-BALANCE  PIC S9(8)V99.
       01  CUSTOMER-CONTROLS.
           05  CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.
           05  CUSTOMER-SUB       PIC 9(3).
           05  EDITED-INTEREST    PIC Z(6)9.99.
           05  EDITED-USD-INTEREST PIC Z(6)9.99.
           05  EDITED-COMBINED    PIC -(8)9.99.
           05  EDITED-HELD        PIC Z(6)9.99.
           05  EDITED-AVAILABLE   PIC -(8)9.99.
           05  EDITED-HOLD-AMOUNT PIC Z(6)9.99.
       PROCEDURE DIVISION.
       *> Interactive counter inquiry: the teller keys an ACCT-ID and
       *> immediately sees the balance, currency, tier rate, and
       *> restarting.  The keyed READ on the indexed master is what
       *> makes the answer instant; this screen just removes the
       *> request-file round trip.
       PERFORM SIGN-ON-OPERATOR.
       IF NOT SIGNED-ON-SW
           DISPLAY "Teller Inquiry signed off"
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
       PERFORM LOAD-RATE-SCHEDULE.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       OPEN INPUT HOLD-FILE.
       IF HOLD-STATUS-OK
           MOVE "Y" TO HOLDS-ON-FILE
       END-IF.
       IF CUSTOMER-COUNT > ZERO
           PERFORM PRESCAN-COMBINED-BALANCES
       END-IF.
                           IF CUSTOMER-FOUND-SUB > ZERO
                               PERFORM SHOW-RELATIONSHIP
                           END-IF
                           IF ACCT-CLOSED
                               PERFORM SHOW-CLOSED-ACCOUNT
                           ELSE
                           IF ACCT-CHARGED-OFF
                               PERFORM SHOW-CHARGED-OFF-ACCOUNT
                           ELSE
                               PERFORM SHOW-ACCOUNT
                               PERFORM OFFER-WHAT-IF
                           END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF
       END-PERFORM.
       CLOSE ACCOUNT-FILE.
       IF HOLDS-ON-FILE-SW
           CLOSE HOLD-FILE
       END-IF.
       DISPLAY "Teller Inquiry signed off".
       STOP RUN.

       SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-STATUS-OK
               DISPLAY "Unable to open OPERATOR-FILE, status "
                   OPERATOR-STATUS " - no operator can sign on"
           ELSE
               DISPLAY "Teller Inquiry - sign on"
               PERFORM UNTIL SIGNED-ON-SW OR SIGN-ON-ATTEMPTS = 3
                   DISPLAY "Operator ID: " WITH NO ADVANCING
                   MOVE SPACES TO SIGN-ON-INPUT
                   ACCEPT SIGN-ON-INPUT
                   ADD 1 TO SIGN-ON-ATTEMPTS
                   PERFORM VET-SIGN-ON
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       VET-SIGN-ON.
           MOVE SPACES TO SIGN-ON-REASON SIGN-ON-BRANCH
           MOVE SIGN-ON-INPUT TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "operator not on file" TO SIGN-ON-REASON
               NOT INVALID KEY
                   MOVE OPER-BRANCH TO SIGN-ON-BRANCH
                   EVALUATE TRUE
                       WHEN NOT OPER-ACTIVE
                           MOVE "operator suspended" TO SIGN-ON-REASON
                       WHEN OPER-IS-BATCH
                           MOVE "batch operator may not sign on"
                               TO SIGN-ON-REASON
                       WHEN OTHER
                           MOVE "Y" TO SIGNED-ON
                           DISPLAY "Signed on: " OPER-ID " " OPER-NAME
                               " Branch " OPER-BRANCH
                   END-EVALUATE
           END-READ
           IF NOT SIGNED-ON-SW
               DISPLAY "Sign-on refused - " SIGN-ON-REASON
               PERFORM WRITE-SIGN-ON-EXCEPTION
           END-IF.

       WRITE-SIGN-ON-EXCEPTION.
           *> Appended to the same exception log the batch programs
           *> write, created on first use.
           OPEN EXTEND AUTH-EXCEPT-FILE
           IF AUTH-EXCEPT-STATUS = "35"
               OPEN OUTPUT AUTH-EXCEPT-FILE
           END-IF
           IF AUTH-EXCEPT-OK
               MOVE FUNCTION CURRENT-DATE(1:14) TO SIGN-ON-STAMP
               MOVE SPACES TO AUTH-EXCEPTION-RECORD
               MOVE SIGN-ON-STAMP(1:8) TO AX-DATE
               MOVE SIGN-ON-STAMP(9:6) TO AX-TIME
               MOVE "TELLER-INQ" TO AX-SOURCE
               MOVE "S" TO AX-KIND
               MOVE SIGN-ON-INPUT TO AX-OPERATOR
               MOVE SIGN-ON-BRANCH TO AX-BRANCH
               MOVE ZERO TO AX-USD-AMOUNT
               MOVE SIGN-ON-REASON TO AX-REASON
               WRITE AUTH-EXCEPTION-RECORD
               CLOSE AUTH-EXCEPT-FILE
           ELSE
               DISPLAY "Unable to open AUTH-EXCEPT-FILE, status "
                   AUTH-EXCEPT-STATUS
           END-IF.

       SHOW-ACCOUNT.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF CURRENCY-CODE = SPACES
               MOVE FUNCTION NUMVAL(TERM-STR) TO TERM-MONTHS
               COMPUTE TIMEAT ROUNDED = TERM-MONTHS / 12
           END-IF
           PERFORM SHOW-HOLDS
           PERFORM QUOTE-FIGURES.

       SHOW-CLOSED-ACCOUNT.
           *> A closed account stays on the master until it is
           *> purged, so the teller can still answer for it; there is
           *> nothing to quote on it.
           DISPLAY "  Account " ACCT-ID " CLOSED on " ACCT-CLOSED-DATE
               " Reason: " ACCT-CLOSE-REASON
               " Currency: " CURRENCY-CODE.

       SHOW-CHARGED-OFF-ACCOUNT.
           *> Written off by the overdraft aging run: the balance is
           *> zero, and what the teller needs is what is still owed
           *> -- a deposit taken on it goes to that, not the balance.
           DISPLAY "  Account " ACCT-ID " CHARGED OFF on "
               ACCT-CHGOFF-DATE " Written off: " ACCT-CHGOFF-AMT-STR
               " Recovered: " ACCT-RECOVERED-STR
               " Currency: " CURRENCY-CODE.

       SHOW-HOLDS.
           *> Ledger, held, and available, then one line per hold
           *> in force -- what the customer can actually draw tonight.
           MOVE ZERO TO HELD-AMOUNT
           IF HOLDS-ON-FILE-SW
               MOVE ACCT-ID TO HOLD-ACCT-ID
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
                           IF HOLD-ACCT-ID NOT = ACCT-ID
                               MOVE "Y" TO HOLD-EOF
                           ELSE
                               IF HOLD-ACTIVE
                                   AND (HOLD-EXPIRY-DATE = SPACES
                                   OR HOLD-EXPIRY-DATE >= FX-TODAY)
                                   ADD HOLD-AMOUNT TO HELD-AMOUNT
                                   MOVE HOLD-AMOUNT TO
                                       EDITED-HOLD-AMOUNT
                                   IF HOLD-EXPIRY-DATE = SPACES
                                       DISPLAY "    Hold " HOLD-SEQ
                                           "  Amount: "
                                           EDITED-HOLD-AMOUNT
                                           " Reason: " HOLD-REASON-STR
                                           " Placed: " HOLD-PLACED-DATE
                                           " Until released"
                                   ELSE
                                       DISPLAY "    Hold " HOLD-SEQ
                                           "  Amount: "
                                           EDITED-HOLD-AMOUNT
                                           " Reason: " HOLD-REASON-STR
                                           " Placed: " HOLD-PLACED-DATE
                                           " Expires: "
                                           HOLD-EXPIRY-DATE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE AVAILABLE-BALANCE = ACCT-BALANCE - HELD-AMOUNT
           MOVE ACCT-BALANCE TO EDITED-BALANCE
           MOVE HELD-AMOUNT TO EDITED-HELD
           MOVE AVAILABLE-BALANCE TO EDITED-AVAILABLE
           DISPLAY "  Ledger: " EDITED-BALANCE " " CURRENCY-CODE
               " Held: " EDITED-HELD
               " Available: " EDITED-AVAILABLE.

       OFFER-WHAT-IF.
           *> Hypothetical quote: a different balance, a different
           *> term, or both.  Blank keeps the account's own figure.
