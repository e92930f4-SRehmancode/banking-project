           SELECT MAINT-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maint_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
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
           SELECT FX-RATES-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\fx_rates.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FX-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\accrual.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCR-ACCT-ID
           FILE STATUS IS ACCRUAL-STATUS.
           SELECT SORDER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\standing_orders.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS SORDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 60 CHARACTERS.  *> Signed balance plus the
               *> optional effective date in columns 1-50, keying
               *> operator in 51-54, supervisor override in 56-59
       01  TRANSACTION-RECORD    PIC X(60).
       FD  PENDING-FILE
           RECORD CONTAINS 60 CHARACTERS.  *> Same layout as the
               *> transaction file
       01  PENDING-RECORD        PIC X(60).
       FD  MAINT-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MAINT-LOG-RECORD      PIC X(100).
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  AUTH-EXCEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY AUTHEXC.
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           *> Same accrued-interest accumulator CALC-INTEREST adds to
           *> nightly; its balance is the interest earned to date.
           05  ACCR-ACCT-ID       PIC 9(6).
           05  ACCR-INTEREST      PIC 9(9)V99.
       FD  SORDER-FILE.
           COPY SORDREC.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  PENDING-STATUS         PIC XX VALUE "00".
           88  PENDING-STATUS-OK  VALUE "00".
       01  TRANS-LINE             PIC X(60).
           *> The line being worked, whether it came off today's
           *> transaction file or out of the pending table.
       01  TRANS-DATA.
           05  TRANS-CODE         PIC X(1).    *> A/C/D = Add/Change/Close
               *> and M = term-deposit maturity instruction
           05  TRANS-ACCT-ID      PIC 9(6).
           05  TRANS-BALANCE-STR  PIC X(11).
           05  TRANS-CURRENCY-STR PIC X(3).
               *> date, YYYYMMDD.  Blank or arrived applies now; a
               *> future date parks the transaction on pending_trans
               *> until its nightly run comes around
           05  TRANS-OPER-STR     PIC X(4).    *> Keying operator,
               *> columns 51-54
           05  TRANS-OVERRIDE-STR PIC X(4).    *> Supervisor override,
               *> columns 56-59; blank when none
       01  MATURITY-FIELDS.
           *> An "M" line is "M <acct> <R|P> [payout acct] [effdate]"
           *> -- its own shape, so it gets its own UNSTRING.  The
           *> fourth token is the payout account on a "P" and the
           *> effective date on an "R".
           05  TRANS-MATURITY-STR PIC X(1).
           05  TRANS-PAYOUT-STR   PIC X(6).
           05  MATURITY-TOKEN-4   PIC X(8).
           05  MATURITY-REJECT-REASON PIC X(40).
       01  PENDING-TABLE.
           *> pending_trans.ps held in core for the run: entries
           *> released today are marked and dropped when the file is
           05  PENDING-ENTRY OCCURS 200 TIMES.
               10  PEND-STATE     PIC X.       *> "H" = hold, "R" =
                   *> released this run
               10  PEND-LINE      PIC X(60).
       01  PENDING-SUB            PIC 9(3).
       01  OPERATOR-STATUS        PIC XX VALUE "00".
           88  OPERATOR-STATUS-OK VALUE "00".
       01  AUTH-EXCEPT-STATUS     PIC XX VALUE "00".
           88  AUTH-EXCEPT-OK     VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  ACCRUAL-STATUS         PIC XX VALUE "00".
           88  ACCRUAL-STATUS-OK  VALUE "00".
       01  SORDER-STATUS          PIC XX VALUE "00".
           88  SORDER-STATUS-OK   VALUE "00".
       01  ACCRUAL-ON-FILE        PIC X VALUE "N".
           88  ACCRUAL-ON-FILE-SW VALUE "Y".
       01  ORDERS-ON-FILE         PIC X VALUE "N".
           88  ORDERS-ON-FILE-SW  VALUE "Y".
       01  SORDER-EOF             PIC X VALUE "N".
           88  SORDER-EOF-SW      VALUE "Y".
       01  AUTHORITY-CONTROLS.
           *> Every keyed line is checked against the keying
           *> operator's authority before it is applied or parked:
           *> the code must be one the operator may key, and an add
           *> or change must sit within the operator's per-item limit
           *> and, with the day's earlier items, the daily limit.  The
           *> amount is the money the line moves onto the books -- an
           *> add's opening balance, a change's difference from the
           *> balance on file -- in USD.  Outside that authority the
           *> line applies only on the ID of an active supervisor or
           *> manager whose own per-item limit covers it, the same
           *> rule TRANS-POST applies to the posting batch.
           05  AUTH-OPERATOR-ID   PIC X(4).
           05  AUTH-OPER-BRANCH   PIC X(3).
           05  AUTH-OVERRIDE-ID   PIC X(4).
           05  AUTH-ITEM-AMOUNT   PIC S9(8)V99.
           05  AUTH-OLD-BALANCE   PIC S9(8)V99.
           05  AUTH-USD-AMOUNT    PIC 9(9)V99.
           05  AUTH-REASON        PIC X(50).
           05  AUTH-REFUSED       PIC X VALUE "N".
               88  AUTH-REFUSED-SW VALUE "Y".
           05  AUTH-OVERRIDDEN    PIC X VALUE "N".
               88  AUTH-OVERRIDDEN-SW VALUE "Y".
           05  AUTH-FINAL         PIC X VALUE "N".
               88  AUTH-FINAL-SW  VALUE "Y".
               *> Set when no override can help -- the operator is not
               *> on file or is suspended.
           05  AUTH-LIMITED       PIC X VALUE "N".
               88  AUTH-LIMITED-SW VALUE "Y".
               *> Set for the codes that count against the limits
           05  AUTH-EXC-KIND      PIC X(1).
           05  AUTH-CODE-TALLY    PIC 9(2).
           05  AUTH-DAY-TOTAL     PIC 9(11)V99.
           05  AUTH-LANDED-BEFORE PIC 9(7).
           05  AUTH-LANDED-AFTER  PIC 9(7).
           05  AUTH-TIME          PIC X(6).
       01  FX-CONTROLS.
           05  FX-EOF             PIC X VALUE "N".
               88  FX-EOF-SW      VALUE "Y".
       01  EXCHANGE-SCHEDULE.
           *> Same exchange schedule the nightly programs load from
           *> fx_rates.ps, used here only to price a line against the
           *> USD limits.  No staleness gate -- a missing or old file
           *> prices at what is there, or at par.
           05  EXCHANGE-COUNT     PIC 9(2) VALUE ZERO.
           05  EXCHANGE-TIER OCCURS 10 TIMES.
               10  EXCHANGE-CCY-CODE  PIC X(3).
               10  EXCHANGE-RATE      PIC 9(2)V9999.
       01  EXCHANGE-TIER-SUB      PIC 9(2).
       01  LOOKUP-CCY             PIC X(3).
       01  FOUND-FX-RATE          PIC 9(2)V9999.
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
       01  CLOSE-REFUSE-REASON    PIC X(40).
       01  WORK-RECORD           PIC X(100) VALUE SPACES.
       01  ACTIVITY-DATE          PIC X(8).
           *> Today's date, stamped onto the record as its last
           05  RELEASED-COUNT     PIC 9(6) VALUE ZERO.
           05  HELD-COUNT         PIC 9(6) VALUE ZERO.
           05  REMAINING-COUNT    PIC 9(6) VALUE ZERO.
           05  INSTRUCTION-COUNT  PIC 9(6) VALUE ZERO.
           05  AUTH-REFUSED-COUNT PIC 9(6) VALUE ZERO.
           05  AUTH-OVERRIDE-COUNT PIC 9(6) VALUE ZERO.
           05  ORDERS-CANCELLED   PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       OPEN I-O ACCOUNT-FILE
            INPUT TRANSACTION-FILE
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO ACTIVITY-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO AUTH-TIME.
       PERFORM OPEN-OPERATOR-FILE.
       PERFORM OPEN-CLOSE-FILES.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       *> Scheduled transactions whose date has arrived go first, so
       *> anything hand-keyed today can still correct them.
       PERFORM LOAD-PENDING-TABLE.
               NOT AT END
                   MOVE TRANSACTION-RECORD TO TRANS-LINE
                   PERFORM PARSE-TRANSACTION
                   *> Authority is exercised when the line is keyed;
                   *> a parked line released on a later night has
                   *> already been through it.
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF AUTH-REFUSED-SW
                       ADD 1 TO REJECTED-COUNT
                       ADD 1 TO AUTH-REFUSED-COUNT
                   ELSE
                       PERFORM TAKE-AUTHORISED-LINE
                   END-IF
           END-READ
       END-PERFORM.
       MOVE SPACES TO WORK-RECORD
       STRING "Maintenance Totals - Added: " ADDED-COUNT
              " Changed: " CHANGED-COUNT
              " Closed: " DELETED-COUNT
              " Rejected: " REJECTED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO MAINT-LOG-RECORD
              " Still pending: " REMAINING-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO MAINT-LOG-RECORD
       WRITE MAINT-LOG-RECORD
       MOVE SPACES TO WORK-RECORD
       STRING "Maturity Instruction Totals - Set: " INSTRUCTION-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO MAINT-LOG-RECORD
       WRITE MAINT-LOG-RECORD
       MOVE SPACES TO WORK-RECORD
       STRING "Standing Order Totals - Cancelled with closed accounts: "
              ORDERS-CANCELLED
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO MAINT-LOG-RECORD
       WRITE MAINT-LOG-RECORD
       MOVE SPACES TO WORK-RECORD
       STRING "Authority Totals - Refused: " AUTH-REFUSED-COUNT
              " Applied on Override: " AUTH-OVERRIDE-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO MAINT-LOG-RECORD
       WRITE MAINT-LOG-RECORD.
       CLOSE ACCOUNT-FILE TRANSACTION-FILE MAINT-LOG-FILE
             OPERATOR-FILE AUTH-EXCEPT-FILE.
       IF ACCRUAL-ON-FILE-SW
           CLOSE ACCRUAL-FILE
       END-IF.
       IF ORDERS-ON-FILE-SW
           CLOSE SORDER-FILE
       END-IF.
       STOP RUN.

       PARSE-TRANSACTION.
               TRANS-CURRENCY-STR TRANS-RATE-STR TRANS-TERM-STR
               TRANS-TYPE-STR TRANS-CYCLE-STR TRANS-BRANCH-STR
               TRANS-EFF-DATE-STR
           MOVE TRANS-LINE(51:4) TO TRANS-OPER-STR
           MOVE TRANS-LINE(56:4) TO TRANS-OVERRIDE-STR
           UNSTRING TRANS-LINE(1:50) DELIMITED BY SPACE
               INTO TRANS-CODE TRANS-ACCT-ID TRANS-BALANCE-STR
                    TRANS-CURRENCY-STR TRANS-RATE-STR
                    TRANS-TERM-STR TRANS-TYPE-STR TRANS-CYCLE-STR
               MOVE TRANS-BALANCE-STR(1:8) TO TRANS-EFF-DATE-STR
               MOVE SPACES TO TRANS-BALANCE-STR
           END-IF
           IF TRANS-CODE = "M"
               MOVE SPACES TO TRANS-MATURITY-STR TRANS-PAYOUT-STR
                   MATURITY-TOKEN-4 TRANS-EFF-DATE-STR
               UNSTRING TRANS-LINE(1:50) DELIMITED BY SPACE
                   INTO TRANS-CODE TRANS-ACCT-ID TRANS-MATURITY-STR
                        MATURITY-TOKEN-4 TRANS-EFF-DATE-STR
               END-UNSTRING
               IF TRANS-MATURITY-STR = "P"
                   MOVE MATURITY-TOKEN-4 TO TRANS-PAYOUT-STR
               ELSE
                   IF TRANS-EFF-DATE-STR = SPACES
                       MOVE MATURITY-TOKEN-4 TO TRANS-EFF-DATE-STR
                   END-IF
               END-IF
           END-IF
           IF TRANS-CURRENCY-STR = SPACES
               MOVE "USD" TO TRANS-CURRENCY-STR
           END-IF.
                       MOVE TRANS-BRANCH-STR TO ACCT-BRANCH-STR
                       MOVE ACTIVITY-DATE TO ACCT-LAST-ACTIVITY
                       MOVE SPACE TO ACCT-DORMANT-STR
                       *> A new account's term starts today; a term
                       *> deposit rolls over unless an "M" line says
                       *> otherwise.
                       MOVE ACTIVITY-DATE TO ACCT-OPEN-DATE
                       MOVE SPACE TO ACCT-MATURITY-STR
                       MOVE SPACES TO ACCT-PAYOUT-ACCT-STR
                       MOVE SPACE TO ACCT-STATUS-STR
                       MOVE SPACES TO ACCT-CLOSED-DATE
                           ACCT-CLOSE-REASON ACCT-OD-SINCE-DATE
                           ACCT-CHGOFF-DATE ACCT-CHGOFF-AMT-STR
                           ACCT-RECOVERED-STR ACCT-NOTICED-DATE
                       WRITE ACCOUNT-DATA
                       IF ACCOUNT-STATUS-OK
                           ADD 1 TO ADDED-COUNT
                               ADD 1 TO REJECTED-COUNT
                               PERFORM LOG-FAILURE
                           NOT INVALID KEY
                             IF ACCT-CLOSED
                               ADD 1 TO REJECTED-COUNT
                               MOVE "account is closed"
                                   TO CLOSE-REFUSE-REASON
                               PERFORM LOG-REFUSED
                             ELSE
                             IF ACCT-CHARGED-OFF
                               *> Re-keying a balance onto a written-
                               *> off account would put the loss back
                               *> on the master behind the GL's back.
                               ADD 1 TO REJECTED-COUNT
                               MOVE "account is charged off"
                                   TO CLOSE-REFUSE-REASON
                               PERFORM LOG-REFUSED
                             ELSE
                               MOVE TRANS-BALANCE-STR TO
                                   ACCT-BALANCE-STR
                               MOVE TRANS-CURRENCY-STR TO
                                   ADD 1 TO REJECTED-COUNT
                                   PERFORM LOG-FAILURE
                               END-IF
                             END-IF
                             END-IF
                       END-READ
                   ELSE
                       ADD 1 TO REJECTED-COUNT
                       PERFORM LOG-INVALID-DATA
                   END-IF
               WHEN "D"
                   PERFORM CLOSE-EMPTY-ACCOUNT
               WHEN "M"
                   PERFORM APPLY-MATURITY-INSTRUCTION
               WHEN OTHER
                   ADD 1 TO REJECTED-COUNT
                   PERFORM LOG-FAILURE
           END-EVALUATE.

       CLOSE-EMPTY-ACCOUNT.
           *> A delete no longer removes the record: the account is
           *> marked closed, so it still answers on TELLER-INQ and
           *> gets its final statement, and ACCT-PURGE takes it off
           *> the master once the retention period has run.  Only an
           *> account already at a zero balance, with no interest
           *> accrued, can be closed here -- one with money in it or
           *> owed to it goes through ACCT-CLOSE, which settles
           *> interest and fees and pays the balance away.  Its
           *> standing orders are cancelled with it.
           MOVE TRANS-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO REJECTED-COUNT
                   PERFORM LOG-FAILURE
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO
                       ACCT-BALANCE
                   IF ACCT-BALANCE-STR = SPACES
                       MOVE ZERO TO ACCT-BALANCE
                   END-IF
                   MOVE SPACES TO CLOSE-REFUSE-REASON
                   IF ACCT-CLOSED
                       MOVE "account is already closed"
                           TO CLOSE-REFUSE-REASON
                   ELSE
                   IF ACCT-CHARGED-OFF
                       *> Zero on the master, but the debt is still
                       *> being collected; recoveries need it open.
                       MOVE "account is charged off"
                           TO CLOSE-REFUSE-REASON
                   ELSE
                       IF ACCT-BALANCE NOT = ZERO
                           MOVE "balance not zero, close via ACCT-CLOSE"
                               TO CLOSE-REFUSE-REASON
                       ELSE
                           PERFORM CHECK-ACCRUED-INTEREST
                       END-IF
                   END-IF
                   END-IF
                   IF CLOSE-REFUSE-REASON NOT = SPACES
                       ADD 1 TO REJECTED-COUNT
                       PERFORM LOG-REFUSED
                   ELSE
                       MOVE "C" TO ACCT-STATUS-STR
                       MOVE ACTIVITY-DATE TO ACCT-CLOSED-DATE
                       MOVE "DL" TO ACCT-CLOSE-REASON
                       REWRITE ACCOUNT-DATA
                       IF ACCOUNT-STATUS-OK
                           ADD 1 TO DELETED-COUNT
                           PERFORM LOG-RESULT
                           IF ORDERS-ON-FILE-SW
                               PERFORM CANCEL-STANDING-ORDERS
                           END-IF
                       ELSE
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-FAILURE
                       END-IF
                   END-IF
           END-READ.

       CHECK-ACCRUED-INTEREST.
           *> Interest accrued but not yet capitalized is still owed
           *> to the customer; closing here would strand it.
           IF ACCRUAL-ON-FILE-SW
               MOVE ACCT-ID TO ACCR-ACCT-ID
               READ ACCRUAL-FILE
                   INVALID KEY
                       MOVE ZERO TO ACCR-INTEREST
               END-READ
               IF ACCR-INTEREST > ZERO
                   MOVE "interest accrued, close via ACCT-CLOSE"
                       TO CLOSE-REFUSE-REASON
               END-IF
           END-IF.

       CANCEL-STANDING-ORDERS.
           *> Orders paying out of or into the closed account can
           *> never run again; they are cancelled, not left to miss.
           MOVE ZEROS TO SO-ID
           MOVE "N" TO SORDER-EOF
           START SORDER-FILE KEY IS NOT LESS THAN SO-ID
               INVALID KEY
                   MOVE "Y" TO SORDER-EOF
           END-START
           PERFORM UNTIL SORDER-EOF-SW
               READ SORDER-FILE NEXT
                   AT END MOVE "Y" TO SORDER-EOF
                   NOT AT END
                       IF SO-ACTIVE
                           AND (SO-FROM-ACCT = ACCT-ID
                           OR SO-TO-ACCT = ACCT-ID)
                           MOVE "C" TO SO-STATUS-STR
                           MOVE ACTIVITY-DATE TO SO-CLOSED-DATE
                           REWRITE SORDER-DATA
                           IF SORDER-STATUS-OK
                               ADD 1 TO ORDERS-CANCELLED
                               MOVE SPACES TO WORK-RECORD
                               STRING "  Standing order " SO-ID
                                      " cancelled with account "
                                      ACCT-ID
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               MOVE WORK-RECORD TO MAINT-LOG-RECORD
                               WRITE MAINT-LOG-RECORD
                           ELSE
                               DISPLAY "Standing order REWRITE "
                                   "failed, SO-ID='" SO-ID
                                   "', status " SORDER-STATUS
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-MATURITY-INSTRUCTION.
           *> Sets what TERM-MATURITY does when a term deposit's term
           *> ends.  Only the instruction fields move -- balance and
           *> terms are untouched, so the line is logged in its own
           *> shape rather than as an "applied" re-key, and the
           *> position proof keeps proving the account.  A payout
           *> account must be on the master, open, and not the term
           *> deposit itself; it is read first, so the record the
           *> REWRITE lands on is the term deposit read last.  A
           *> closed or charged-off deposit takes no instruction.
           MOVE SPACES TO MATURITY-REJECT-REASON
           IF TRANS-MATURITY-STR NOT = "R"
               AND TRANS-MATURITY-STR NOT = "P"
               MOVE "instruction must be R or P"
                   TO MATURITY-REJECT-REASON
           END-IF
           IF MATURITY-REJECT-REASON = SPACES
               AND TRANS-MATURITY-STR = "P"
               IF TRANS-PAYOUT-STR IS NOT NUMERIC
                   MOVE "payout account missing or not numeric"
                       TO MATURITY-REJECT-REASON
               ELSE
                   IF TRANS-PAYOUT-STR = TRANS-ACCT-ID
                       MOVE "payout account is the deposit itself"
                           TO MATURITY-REJECT-REASON
                   ELSE
                       MOVE TRANS-PAYOUT-STR TO ACCT-ID
                       READ ACCOUNT-FILE
                           INVALID KEY
                               MOVE "payout account not on file"
                                   TO MATURITY-REJECT-REASON
                           NOT INVALID KEY
                               IF ACCT-CLOSED
                                   MOVE "payout account is closed"
                                       TO MATURITY-REJECT-REASON
                               ELSE
                               IF ACCT-CHARGED-OFF
                                   MOVE "payout account is charged off"
                                       TO MATURITY-REJECT-REASON
                               END-IF
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF
           IF MATURITY-REJECT-REASON = SPACES
               MOVE TRANS-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "account not on file"
                           TO MATURITY-REJECT-REASON
                   NOT INVALID KEY
                       IF ACCT-TYPE-STR NOT = "C"
                           MOVE "not a term deposit"
                               TO MATURITY-REJECT-REASON
                       ELSE
                       IF ACCT-CLOSED
                           MOVE "term deposit is closed"
                               TO MATURITY-REJECT-REASON
                       ELSE
                       IF ACCT-CHARGED-OFF
                           MOVE "term deposit is charged off"
                               TO MATURITY-REJECT-REASON
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF
           IF MATURITY-REJECT-REASON = SPACES
               MOVE TRANS-MATURITY-STR TO ACCT-MATURITY-STR
               IF TRANS-MATURITY-STR = "P"
                   MOVE TRANS-PAYOUT-STR TO ACCT-PAYOUT-ACCT-STR
               ELSE
                   MOVE SPACES TO ACCT-PAYOUT-ACCT-STR
               END-IF
               REWRITE ACCOUNT-DATA
               IF ACCOUNT-STATUS-OK
                   ADD 1 TO INSTRUCTION-COUNT
                   MOVE SPACES TO WORK-RECORD
                   IF TRANS-MATURITY-STR = "P"
                       STRING "Account " TRANS-ACCT-ID
                              " maturity instruction 'P' set, payout "
                              "to " TRANS-PAYOUT-STR
                              DELIMITED BY SIZE INTO WORK-RECORD
                   ELSE
                       STRING "Account " TRANS-ACCT-ID
                              " maturity instruction 'R' set, "
                              "rollover"
                              DELIMITED BY SIZE INTO WORK-RECORD
                   END-IF
                   MOVE WORK-RECORD TO MAINT-LOG-RECORD
                   WRITE MAINT-LOG-RECORD
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM LOG-FAILURE
               END-IF
           ELSE
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Account " TRANS-ACCT-ID
                      " maturity instruction rejected, "
                      MATURITY-REJECT-REASON
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO MAINT-LOG-RECORD
               WRITE MAINT-LOG-RECORD
           END-IF.

       LOAD-PENDING-TABLE.
           *> A missing pending file just means nothing was scheduled.
           OPEN INPUT PENDING-FILE
           MOVE WORK-RECORD TO MAINT-LOG-RECORD
           WRITE MAINT-LOG-RECORD.

       LOG-REFUSED.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID " transaction '" TRANS-CODE
                  "' rejected, " CLOSE-REFUSE-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO MAINT-LOG-RECORD
           WRITE MAINT-LOG-RECORD.

       LOG-INVALID-DATA.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO MAINT-LOG-RECORD
           WRITE MAINT-LOG-RECORD.

       TAKE-AUTHORISED-LINE.
           COMPUTE AUTH-LANDED-BEFORE = ADDED-COUNT + CHANGED-COUNT
               + DELETED-COUNT + INSTRUCTION-COUNT + HELD-COUNT
           IF TRANS-EFF-DATE-STR NOT = SPACES
               AND TRANS-EFF-DATE-STR > ACTIVITY-DATE
               PERFORM PARK-TRANSACTION
           ELSE
               PERFORM APPLY-TRANSACTION
           END-IF
           COMPUTE AUTH-LANDED-AFTER = ADDED-COUNT + CHANGED-COUNT
               + DELETED-COUNT + INSTRUCTION-COUNT + HELD-COUNT
           *> Only a line that was applied or parked uses up authority
           *> or goes on the exception report as overridden.
           IF AUTH-LANDED-AFTER > AUTH-LANDED-BEFORE
               IF AUTH-OVERRIDDEN-SW
                   ADD 1 TO AUTH-OVERRIDE-COUNT
                   MOVE "O" TO AUTH-EXC-KIND
                   PERFORM WRITE-AUTH-EXCEPTION
               ELSE
                   IF AUTH-LIMITED-SW
                       PERFORM RECORD-DAILY-USE
                   END-IF
               END-IF
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           *> Sets AUTH-REFUSED-SW, logging the refusal, or lets the
           *> line through -- on the operator's own authority or on a
           *> valid override (AUTH-OVERRIDDEN-SW).  A code that is not
           *> A, C, D, or M is left for APPLY-TRANSACTION to reject.
           MOVE "N" TO AUTH-REFUSED AUTH-OVERRIDDEN AUTH-FINAL
               AUTH-LIMITED
           MOVE SPACES TO AUTH-REASON AUTH-OPER-BRANCH
           MOVE ZERO TO AUTH-USD-AMOUNT
           MOVE TRANS-OPER-STR TO AUTH-OPERATOR-ID
           MOVE TRANS-OVERRIDE-STR TO AUTH-OVERRIDE-ID
           IF TRANS-CODE = "A" OR TRANS-CODE = "C"
               OR TRANS-CODE = "D" OR TRANS-CODE = "M"
               IF TRANS-CODE = "A" OR TRANS-CODE = "C"
                   MOVE "Y" TO AUTH-LIMITED
                   PERFORM PRICE-ITEM-IN-USD
               END-IF
               IF AUTH-OPERATOR-ID = SPACES
                   MOVE "Y" TO AUTH-FINAL
                   MOVE "no keying operator on the line"
                       TO AUTH-REASON
               ELSE
                   MOVE AUTH-OPERATOR-ID TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "Y" TO AUTH-FINAL
                           MOVE "operator not on file" TO AUTH-REASON
                       NOT INVALID KEY
                           MOVE OPER-BRANCH TO AUTH-OPER-BRANCH
                           PERFORM VET-OPERATOR-AUTHORITY
                   END-READ
               END-IF
               IF AUTH-REASON NOT = SPACES
                   IF AUTH-FINAL-SW OR AUTH-OVERRIDE-ID = SPACES
                       MOVE "Y" TO AUTH-REFUSED
                   ELSE
                       PERFORM VET-SUPERVISOR-OVERRIDE
                   END-IF
               END-IF
               IF AUTH-REFUSED-SW
                   PERFORM LOG-AUTHORITY-REFUSED
                   MOVE "R" TO AUTH-EXC-KIND
                   PERFORM WRITE-AUTH-EXCEPTION
               END-IF
           END-IF.

       PRICE-ITEM-IN-USD.
           *> An add brings its whole opening balance onto the books;
           *> a change brings the difference from the balance on file
           *> (an account not on file prices as an add and is
           *> rejected by the change itself).  Either way the size of
           *> the movement counts, not its direction.
           MOVE FUNCTION NUMVAL(TRANS-BALANCE-STR) TO AUTH-ITEM-AMOUNT
           IF TRANS-BALANCE-STR = SPACES
               MOVE ZERO TO AUTH-ITEM-AMOUNT
           END-IF
           IF TRANS-CODE = "C"
               MOVE TRANS-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO
                           AUTH-OLD-BALANCE
                       SUBTRACT AUTH-OLD-BALANCE FROM AUTH-ITEM-AMOUNT
               END-READ
           END-IF
           IF AUTH-ITEM-AMOUNT < ZERO
               MULTIPLY -1 BY AUTH-ITEM-AMOUNT
           END-IF
           MOVE TRANS-CURRENCY-STR TO LOOKUP-CCY
           PERFORM FIND-FX-RATE
           COMPUTE AUTH-USD-AMOUNT ROUNDED =
               AUTH-ITEM-AMOUNT * FOUND-FX-RATE
               ON SIZE ERROR
                   MOVE 999999999.99 TO AUTH-USD-AMOUNT
           END-COMPUTE.

       VET-OPERATOR-AUTHORITY.
           *> OPERATOR-DATA holds the keying operator.
           MOVE ZERO TO AUTH-CODE-TALLY
           INSPECT OPER-MAINT-TYPES TALLYING AUTH-CODE-TALLY
               FOR ALL TRANS-CODE
           EVALUATE TRUE
               WHEN NOT OPER-ACTIVE
                   MOVE "Y" TO AUTH-FINAL
                   MOVE "operator suspended" TO AUTH-REASON
               WHEN AUTH-CODE-TALLY = ZERO
                   MOVE "code not in operator's maintenance authority"
                       TO AUTH-REASON
               WHEN NOT AUTH-LIMITED-SW
                   CONTINUE
               WHEN OPER-TRAN-LIMIT > ZERO
                   AND AUTH-USD-AMOUNT > OPER-TRAN-LIMIT
                   MOVE "over operator's per-item limit" TO AUTH-REASON
               WHEN OPER-DAILY-LIMIT > ZERO
                   PERFORM TAKE-DAY-TOTAL
                   IF AUTH-DAY-TOTAL > OPER-DAILY-LIMIT
                       MOVE "over operator's daily limit"
                           TO AUTH-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TAKE-DAY-TOTAL.
           *> Today's running total off the operator record, shared
           *> with TRANS-POST; a total from an earlier day counts as
           *> nothing.
           IF OPER-USED-DATE = ACTIVITY-DATE
               COMPUTE AUTH-DAY-TOTAL =
                   OPER-USED-AMOUNT + AUTH-USD-AMOUNT
           ELSE
               MOVE AUTH-USD-AMOUNT TO AUTH-DAY-TOTAL
           END-IF.

       VET-SUPERVISOR-OVERRIDE.
           *> The override must be another operator, on file, active,
           *> a supervisor or manager, and covered by their own
           *> per-item limit.
           MOVE AUTH-OVERRIDE-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "Y" TO AUTH-REFUSED
                   MOVE "override ID not on file" TO AUTH-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AUTH-OVERRIDE-ID = AUTH-OPERATOR-ID
                           MOVE "Y" TO AUTH-REFUSED
                           MOVE "operator may not override own item"
                               TO AUTH-REASON
                       WHEN NOT OPER-ACTIVE
                           MOVE "Y" TO AUTH-REFUSED
                           MOVE "override operator suspended"
                               TO AUTH-REASON
                       WHEN NOT OPER-CAN-OVERRIDE
                           MOVE "Y" TO AUTH-REFUSED
                           MOVE "override ID is not a supervisor"
                               TO AUTH-REASON
                       WHEN OPER-TRAN-LIMIT > ZERO
                           AND AUTH-USD-AMOUNT > OPER-TRAN-LIMIT
                           MOVE "Y" TO AUTH-REFUSED
                           MOVE "over the override's per-item limit"
                               TO AUTH-REASON
                       WHEN OTHER
                           MOVE "Y" TO AUTH-OVERRIDDEN
                   END-EVALUATE
           END-READ.

       RECORD-DAILY-USE.
           *> Applied on the operator's own authority: add it to the
           *> day's running total on the operator record.
           MOVE AUTH-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPER-USED-DATE NOT = ACTIVITY-DATE
                       MOVE ACTIVITY-DATE TO OPER-USED-DATE
                       MOVE ZERO TO OPER-USED-AMOUNT
                   END-IF
                   ADD AUTH-USD-AMOUNT TO OPER-USED-AMOUNT
                       ON SIZE ERROR
                           MOVE 999999999.99 TO OPER-USED-AMOUNT
                   END-ADD
                   REWRITE OPERATOR-DATA
                   IF NOT OPERATOR-STATUS-OK
                       DISPLAY "Operator total REWRITE failed for '"
                           AUTH-OPERATOR-ID "', status "
                           OPERATOR-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       WRITE-AUTH-EXCEPTION.
           *> AUTH-EXC-KIND set by the caller.
           MOVE SPACES TO AUTH-EXCEPTION-RECORD
           MOVE ACTIVITY-DATE TO AX-DATE
           MOVE AUTH-TIME TO AX-TIME
           MOVE "ACCT-MAINT" TO AX-SOURCE
           MOVE AUTH-EXC-KIND TO AX-KIND
           MOVE AUTH-OPERATOR-ID TO AX-OPERATOR
           MOVE AUTH-OPER-BRANCH TO AX-BRANCH
           MOVE AUTH-OVERRIDE-ID TO AX-OVERRIDE
           MOVE TRANS-ACCT-ID TO AX-ACCT
           MOVE TRANS-CODE TO AX-CODE
           MOVE AUTH-USD-AMOUNT TO AX-USD-AMOUNT
           IF AUTH-OVERRIDDEN-SW
               MOVE "applied on supervisor override" TO AX-REASON
           ELSE
               MOVE AUTH-REASON TO AX-REASON
           END-IF
           WRITE AUTH-EXCEPTION-RECORD.

       LOG-AUTHORITY-REFUSED.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID " transaction '" TRANS-CODE
                  "' rejected, operator " AUTH-OPERATOR-ID
                  " lacks authority - " AUTH-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO MAINT-LOG-RECORD
           WRITE MAINT-LOG-RECORD.

       OPEN-OPERATOR-FILE.
           *> The operator master is required -- without it no line
           *> can be applied under anyone's authority.  Opened I-O so
           *> each operator's running daily total can be kept.  The
           *> exception log is appended to, created on first use.
           OPEN I-O OPERATOR-FILE
           IF NOT OPERATOR-STATUS-OK
               DISPLAY "Unable to open OPERATOR-FILE, status "
                   OPERATOR-STATUS " - run OPER-LOAD before this job"
               CLOSE ACCOUNT-FILE TRANSACTION-FILE MAINT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUTH-EXCEPT-FILE
           IF AUTH-EXCEPT-STATUS = "35"
               OPEN OUTPUT AUTH-EXCEPT-FILE
           END-IF
           IF NOT AUTH-EXCEPT-OK
               DISPLAY "Unable to open AUTH-EXCEPT-FILE, status "
                   AUTH-EXCEPT-STATUS
               CLOSE ACCOUNT-FILE TRANSACTION-FILE MAINT-LOG-FILE
                     OPERATOR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CLOSE-FILES.
           *> Read by the close path only.  No accrual file means no
           *> interest is held; no standing-order file means there are
           *> none to cancel.
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-STATUS-OK
               MOVE "Y" TO ACCRUAL-ON-FILE
           ELSE
               IF ACCRUAL-STATUS NOT = "35"
                   DISPLAY "Unable to open ACCRUAL-FILE, status "
                       ACCRUAL-STATUS
                   CLOSE ACCOUNT-FILE TRANSACTION-FILE MAINT-LOG-FILE
                         OPERATOR-FILE AUTH-EXCEPT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O SORDER-FILE
           IF SORDER-STATUS-OK
               MOVE "Y" TO ORDERS-ON-FILE
           ELSE
               IF SORDER-STATUS NOT = "35"
                   DISPLAY "Unable to open SORDER-FILE, status "
                       SORDER-STATUS
                   CLOSE ACCOUNT-FILE TRANSACTION-FILE MAINT-LOG-FILE
                         OPERATOR-FILE AUTH-EXCEPT-FILE
                   IF ACCRUAL-ON-FILE-SW
                       CLOSE ACCRUAL-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FIND-FX-RATE.
           *> LOOKUP-CCY in, FOUND-FX-RATE out; an unknown code falls
           *> back to the USD entry, the same par-value fallback the
           *> other readers of the schedule apply.
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR LOOKUP-CCY =
                  EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF
           MOVE EXCHANGE-RATE(EXCHANGE-TIER-SUB) TO FOUND-FX-RATE.

       LOAD-EXCHANGE-SCHEDULE.
           *> USD seeded as entry 1, then whatever fx_rates.ps holds.
           MOVE "USD" TO EXCHANGE-CCY-CODE(1)
           MOVE 1.0000 TO EXCHANGE-RATE(1)
           MOVE 1 TO EXCHANGE-COUNT
           OPEN INPUT FX-RATES-FILE
           IF FX-STATUS-OK
               PERFORM UNTIL FX-EOF-SW
                   READ FX-RATES-FILE
                       AT END MOVE "Y" TO FX-EOF
                       NOT AT END
                           IF EXCHANGE-COUNT < 10
                               ADD 1 TO EXCHANGE-COUNT
                               MOVE FX-CCY-CODE TO
                                   EXCHANGE-CCY-CODE(EXCHANGE-COUNT)
                               MOVE FUNCTION NUMVAL(FX-RATE-STR) TO
                                   EXCHANGE-RATE(EXCHANGE-COUNT)
                           ELSE
                               DISPLAY "Exchange table full, rate for '"
                                   FX-CCY-CODE "' ignored"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATES-FILE
           END-IF.
