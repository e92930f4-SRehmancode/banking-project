           SELECT ADJ-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\interest_adj.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT RECOVERY-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\recovery_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS SERIAL-STATUS.
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
       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  ADJ-FEED-FILE
           05  ADJ-REASON         PIC X(6).
           05  FILLER             PIC X VALUE SPACE.
           05  ADJ-OPERATOR       PIC X(4).
       FD  RECOVERY-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  RECOVERY-FEED-RECORD.
           *> One line per deposit taken to recovery income on a
           *> charged-off account, picked up by GL-EXTRACT; amount
           *> already in USD at today's rate.
           05  RCV-FEED-ACCT-ID   PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  RCV-FEED-BRANCH    PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  RCV-FEED-CCY       PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  RCV-FEED-USD-AMOUNT PIC 9(9).99.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Register of batches that have actually posted --
           *> written here as each batch's trailer is read, checked by
           *> BATCH-EDIT (and again below, belt and braces) so the
           *> same batch serial can never post twice on a rerun.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).  *> YYYYMMDD the batch
               *> was backed out by BATCH-BACKOUT; spaces until then
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  AUTH-EXCEPT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY AUTHEXC.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
               *> Fourth token: the receiving account on a transfer,
               *> the reason code on an adjustment
           05  TRANS-OPER-STR     PIC X(4).
               *> Fifth token: keying operator on an adjustment, the
               *> supervisor override on a transfer
           05  TRANS-OVERRIDE-STR PIC X(4).
               *> Sixth token, adjustments only: supervisor override.
               *> A deposit or withdrawal carries its override as the
               *> fourth token, a transfer as the fifth -- always the
               *> token after the line's own fields.
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  YTD-STATUS-OK      VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  HOLD-CONTROLS.
           *> Debits are checked against the available balance --
           *> the ledger less every hold still in force on the
           *> account -- so a garnishment, legal order, or uncleared
           *> deposit freezes its part of the balance.  No holds file
           *> yet just means nothing is held.
           05  HOLDS-ON-FILE      PIC X VALUE "N".
               88  HOLDS-ON-FILE-SW VALUE "Y".
           05  HOLD-EOF           PIC X VALUE "N".
               88  HOLD-EOF-SW    VALUE "Y".
           05  HELD-AMOUNT        PIC 9(7)V99.
           05  AVAILABLE-BALANCE  PIC S9(8)V99.
       01  OPERATOR-STATUS        PIC XX VALUE "00".
           88  OPERATOR-STATUS-OK VALUE "00".
       01  AUTH-EXCEPT-STATUS     PIC XX VALUE "00".
           88  AUTH-EXCEPT-OK     VALUE "00".
       01  AUTHORITY-CONTROLS.
           *> Every line posts under an operator's authority: the
           *> submitting operator off the batch header for deposits,
           *> withdrawals, and transfers, the keying operator on the
           *> line for adjustments.  The code must be one the
           *> operator may submit, and a withdrawal, transfer, or
           *> adjustment must sit within the operator's per-item
           *> limit and, with the day's earlier items, the daily
           *> limit -- both in USD.  An item outside that authority
           *> posts only on the ID of an active supervisor or manager
           *> whose own per-item limit covers it; either way the
           *> branch manager sees it on the exception report.
           05  AUTH-OPERATOR-ID   PIC X(4).
           05  AUTH-OPER-BRANCH   PIC X(3).
           05  AUTH-OVERRIDE-ID   PIC X(4).
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
       01  AH-SEQ-COUNTER         PIC 9(3) VALUE ZERO.
       01  ADJUSTMENT-FIELDS.
           *> Interest adjustments ("J" credit, "R" reversal) correct
           *> correction is never again disguised as customer money.
           05  TRANS-REASON-STR   PIC X(6).
           05  ADJ-USD-WORK       PIC 9(7)V99.
       01  RECOVERY-FIELDS.
           *> A deposit to a charged-off account is a recovery: the
           *> money goes to recovery income against the written-off
           *> debt, never back onto the customer's balance, which
           *> stays at zero.
           05  CHGOFF-AMOUNT      PIC 9(7)V99.
           05  RECOVERED-AMOUNT   PIC 9(7)V99.
           05  OUTSTANDING-AMOUNT PIC 9(7)V99.
           05  RCV-USD-WORK       PIC 9(9)V99.
           05  EDITED-RECOVERED   PIC Z(6)9.99.
           05  EDITED-OUTSTANDING PIC Z(6)9.99.
       01  BATCH-CONTROLS.
           *> The file can carry more than one proved batch -- the
           *> teller batch plus any the overnight generators append
           *> -- each opened by its own header and closed by its own
           *> trailer.  The fields below describe the batch being
           *> read right now.
           05  BATCH-SERIAL       PIC X(6) VALUE SPACES.
               *> Off the batch header; spaces when the file carries
               *> no header (a legacy hand-built file), which then
               *> registers nothing.
           05  BATCH-DUPLICATE    PIC X VALUE "N".
               88  BATCH-DUPLICATE-SW VALUE "Y".
               *> Set when this batch already posted on an earlier
               *> night: its lines are passed over up to the next
               *> header, while the other batches still post.
           05  BATCH-OPERATOR     PIC X(4) VALUE SPACES.
               *> Submitting operator off the batch header -- the
               *> teller for the branch batch, "SYST" for the batches
               *> the overnight generators build.
           05  BATCH-ELECTRONIC   PIC X VALUE "N".
               88  BATCH-ELECTRONIC-SW VALUE "Y".
               *> Set when the submitting operator is a batch-role
               *> operator: the batch was generated, not keyed at a
               *> counter, so its deposits and withdrawals carry no
               *> cash and go on the history as EDP/EWD.
       01  HDR-FIELDS.
           05  HDR-TAG-STR        PIC X(3).
           05  HDR-SERIAL-STR     PIC X(6).
           05  HDR-COUNT-STR      PIC X(6).
           05  HDR-OPER-STR       PIC X(4).
       01  HISTORY-WRITE-FIELDS.
           *> Staged by the posting paragraphs, then written as one
           *> durable history record per movement -- the statement's
           05  EDITED-TO-NEW-BAL  PIC -(7)9.99.
           05  EDITED-FROM-RATE   PIC Z9.9999.
           05  EDITED-TO-RATE     PIC Z9.9999.
           05  EDITED-HELD        PIC Z(6)9.99.
           05  EDITED-AVAILABLE   PIC -(7)9.99.
           05  EDITED-USD-AMOUNT  PIC Z(8)9.99.
       01  RUN-TOTALS.
           *> Debit/credit control totals for balancing this run
           *> against the teller proof sheet.
           *> (from-account) side.
           05  TRANSFER-COUNT     PIC 9(6) VALUE ZERO.
           05  TOTAL-TRANSFERS    PIC 9(9)V99 VALUE ZERO.
           *> Authority exceptions, counted inside the rejected and
           *> posted figures above.
           05  AUTH-REFUSED-COUNT PIC 9(6) VALUE ZERO.
           05  AUTH-OVERRIDE-COUNT PIC 9(6) VALUE ZERO.
           *> Recoveries on charged-off accounts, counted inside the
           *> posted and deposit figures above -- the cash still
           *> crossed the counter -- and shown again on their own.
           05  RECOVERY-COUNT     PIC 9(6) VALUE ZERO.
           05  TOTAL-RECOVERIES   PIC 9(9)V99 VALUE ZERO.
       01  BRANCH-TOTALS.
           *> The teller proof cut by owning branch -- deposits and
           *> withdrawals only, same population as the bank-wide
       PERFORM OPEN-HISTORY-FILE.
       PERFORM OPEN-YTD-FILE.
       PERFORM OPEN-AUDIT-HIST-FILE.
       PERFORM OPEN-HOLD-FILE.
       PERFORM OPEN-OPERATOR-FILE.
       OPEN OUTPUT ADJ-FEED-FILE.
       OPEN OUTPUT RECOVERY-FEED-FILE.
       PERFORM UNTIL END-OF-FILE-SW
           READ DAILY-TRANS-FILE
               AT END MOVE "Y" TO END-OF-FILE
                           *> posted on an earlier night.
                           PERFORM TAKE-BATCH-HEADER
                       WHEN DAILY-TRANS-RECORD(1:4) = "TRL "
                           *> Proof totals are BATCH-EDIT's job; here
                           *> the trailer just closes the batch.
                           PERFORM CLOSE-OUT-BATCH
                       WHEN DAILY-TRANS-RECORD = SPACES
                           CONTINUE
                       WHEN BATCH-DUPLICATE-SW
                           CONTINUE
                       WHEN OTHER
                           PERFORM POST-ONE-LINE
                   END-EVALUATE
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO POSTING-LOG-RECORD
       WRITE POSTING-LOG-RECORD.
       MOVE RECOVERY-COUNT TO EDITED-POSTED
       MOVE TOTAL-RECOVERIES TO EDITED-DEPOSITS
       MOVE SPACES TO WORK-RECORD
       STRING "Recovery Totals - Posted: " EDITED-POSTED
              " Amount (to recovery income): " EDITED-DEPOSITS
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO POSTING-LOG-RECORD
       WRITE POSTING-LOG-RECORD.
       MOVE AUTH-REFUSED-COUNT TO EDITED-REJECTED
       MOVE AUTH-OVERRIDE-COUNT TO EDITED-POSTED
       MOVE SPACES TO WORK-RECORD
       STRING "Authority Totals - Refused: " EDITED-REJECTED
              " Posted on Override: " EDITED-POSTED
              DELIMITED BY SIZE INTO WORK-RECORD
       MOVE WORK-RECORD TO POSTING-LOG-RECORD
       WRITE POSTING-LOG-RECORD.
       PERFORM WRITE-BRANCH-TOTALS.
       *> A last batch with no trailer still registers.
       PERFORM CLOSE-OUT-BATCH.
       CLOSE ACCOUNT-FILE DAILY-TRANS-FILE POSTING-LOG-FILE
             HISTORY-FILE YTD-FILE AUDIT-HIST-FILE ADJ-FEED-FILE
             RECOVERY-FEED-FILE
             OPERATOR-FILE AUTH-EXCEPT-FILE.
       IF HOLDS-ON-FILE-SW
           CLOSE HOLD-FILE
       END-IF.
       STOP RUN.

       POST-ONE-LINE.
           MOVE SPACES TO TRANS-TO-ACCT-STR TRANS-OPER-STR
               TRANS-OVERRIDE-STR
           UNSTRING DAILY-TRANS-RECORD DELIMITED BY SPACE
               INTO TRANS-ACCT-ID TRANS-DW-CODE
                    TRANS-AMOUNT-STR TRANS-TO-ACCT-STR
                    TRANS-OPER-STR TRANS-OVERRIDE-STR
           END-UNSTRING
           MOVE FUNCTION NUMVAL(TRANS-AMOUNT-STR) TO TRANS-AMOUNT
           IF TRANS-AMOUNT-STR = SPACES
               EVALUATE TRANS-DW-CODE
                   WHEN "D"
                   WHEN "W"
                   WHEN "T"
                   WHEN "J"
                   WHEN "R"
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF AUTH-REFUSED-SW
                           ADD 1 TO REJECTED-COUNT
                           ADD 1 TO AUTH-REFUSED-COUNT
                       ELSE
                           PERFORM POST-AUTHORISED-LINE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       PERFORM LOG-INVALID-CODE
               END-EVALUATE
           END-IF.

       POST-AUTHORISED-LINE.
           COMPUTE AUTH-LANDED-BEFORE = POSTED-COUNT + ADJUSTED-COUNT
           EVALUATE TRANS-DW-CODE
               WHEN "D"
               WHEN "W"
                   PERFORM POST-TRANSACTION
               WHEN "T"
                   PERFORM POST-TRANSFER
               WHEN "J"
               WHEN "R"
                   PERFORM POST-ADJUSTMENT
           END-EVALUATE
           COMPUTE AUTH-LANDED-AFTER = POSTED-COUNT + ADJUSTED-COUNT
           *> Only an item that actually landed uses up authority or
           *> goes on the exception report as overridden.
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
           *> valid override (AUTH-OVERRIDDEN-SW).
           MOVE "N" TO AUTH-REFUSED AUTH-OVERRIDDEN AUTH-FINAL
               AUTH-LIMITED
           MOVE SPACES TO AUTH-REASON AUTH-OPER-BRANCH
           MOVE ZERO TO AUTH-USD-AMOUNT
           EVALUATE TRANS-DW-CODE
               WHEN "D"
                   MOVE BATCH-OPERATOR TO AUTH-OPERATOR-ID
                   MOVE TRANS-TO-ACCT-STR(1:4) TO AUTH-OVERRIDE-ID
               WHEN "W"
                   MOVE BATCH-OPERATOR TO AUTH-OPERATOR-ID
                   MOVE TRANS-TO-ACCT-STR(1:4) TO AUTH-OVERRIDE-ID
                   MOVE "Y" TO AUTH-LIMITED
               WHEN "T"
                   MOVE BATCH-OPERATOR TO AUTH-OPERATOR-ID
                   MOVE TRANS-OPER-STR TO AUTH-OVERRIDE-ID
                   MOVE "Y" TO AUTH-LIMITED
               WHEN OTHER
                   MOVE TRANS-OPER-STR TO AUTH-OPERATOR-ID
                   MOVE TRANS-OVERRIDE-STR TO AUTH-OVERRIDE-ID
                   MOVE "Y" TO AUTH-LIMITED
           END-EVALUATE
           IF AUTH-LIMITED-SW
               PERFORM PRICE-ITEM-IN-USD
           END-IF
           IF AUTH-OPERATOR-ID = SPACES
               MOVE "Y" TO AUTH-FINAL
               MOVE "no submitting operator on the batch or line"
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
           END-IF.

       PRICE-ITEM-IN-USD.
           *> The limits are in USD; the item is in the debited
           *> account's own currency.  An account not on file prices
           *> at par and is bounced by the posting paragraph anyway.
           MOVE "USD" TO LOOKUP-CCY
           MOVE TRANS-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CURRENCY-CODE NOT = SPACES
                       MOVE CURRENCY-CODE TO LOOKUP-CCY
                   END-IF
           END-READ
           PERFORM FIND-FX-RATE
           COMPUTE AUTH-USD-AMOUNT ROUNDED =
               TRANS-AMOUNT * FOUND-FX-RATE.

       VET-OPERATOR-AUTHORITY.
           *> OPERATOR-DATA holds the submitting operator.
           MOVE ZERO TO AUTH-CODE-TALLY
           INSPECT OPER-POST-TYPES TALLYING AUTH-CODE-TALLY
               FOR ALL TRANS-DW-CODE
           EVALUATE TRUE
               WHEN NOT OPER-ACTIVE
                   MOVE "Y" TO AUTH-FINAL
                   MOVE "operator suspended" TO AUTH-REASON
               WHEN AUTH-CODE-TALLY = ZERO
                   MOVE "code not in operator's posting authority"
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
           *> Today's running total off the operator record, which
           *> carries it across every program and rerun of the day;
           *> a total from an earlier day counts as nothing.
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
           *> Posted on the operator's own authority: add it to the
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
           MOVE RUN-STAMP-KEY(9:6) TO AX-TIME
           MOVE "TRANS-POST" TO AX-SOURCE
           MOVE AUTH-EXC-KIND TO AX-KIND
           MOVE AUTH-OPERATOR-ID TO AX-OPERATOR
           MOVE AUTH-OPER-BRANCH TO AX-BRANCH
           MOVE AUTH-OVERRIDE-ID TO AX-OVERRIDE
           MOVE TRANS-ACCT-ID TO AX-ACCT
           MOVE TRANS-DW-CODE TO AX-CODE
           MOVE AUTH-USD-AMOUNT TO AX-USD-AMOUNT
           IF AUTH-OVERRIDDEN-SW
               MOVE "posted on supervisor override" TO AX-REASON
           ELSE
               MOVE AUTH-REASON TO AX-REASON
           END-IF
           WRITE AUTH-EXCEPTION-RECORD.

       LOG-AUTHORITY-REFUSED.
           MOVE TRANS-AMOUNT TO EDITED-AMOUNT
           MOVE AUTH-USD-AMOUNT TO EDITED-USD-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID " '" TRANS-DW-CODE
                  "' rejected, operator " AUTH-OPERATOR-ID
                  " lacks authority - " AUTH-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       OPEN-OPERATOR-FILE.
           *> The operator master is required -- without it no line
           *> can be posted under anyone's authority.  Opened I-O so
           *> each operator's running daily total can be kept.  The
           *> exception log is appended to, created on first use.
           OPEN I-O OPERATOR-FILE
           IF NOT OPERATOR-STATUS-OK
               DISPLAY "Unable to open OPERATOR-FILE, status "
                   OPERATOR-STATUS " - run OPER-LOAD before this job"
               CLOSE ACCOUNT-FILE DAILY-TRANS-FILE POSTING-LOG-FILE
                     HISTORY-FILE YTD-FILE AUDIT-HIST-FILE
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
               CLOSE ACCOUNT-FILE DAILY-TRANS-FILE POSTING-LOG-FILE
                     HISTORY-FILE YTD-FILE AUDIT-HIST-FILE
                     OPERATOR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TAKE-BATCH-HEADER.
           *> A header arriving before the previous batch's trailer
           *> still closes that batch out first.
           PERFORM CLOSE-OUT-BATCH
           MOVE SPACES TO HDR-TAG-STR HDR-SERIAL-STR HDR-COUNT-STR
               HDR-OPER-STR
           UNSTRING DAILY-TRANS-RECORD DELIMITED BY SPACE
               INTO HDR-TAG-STR HDR-SERIAL-STR HDR-COUNT-STR
                    HDR-OPER-STR
           END-UNSTRING
           MOVE HDR-SERIAL-STR TO BATCH-SERIAL
           MOVE HDR-OPER-STR TO BATCH-OPERATOR
           IF BATCH-OPERATOR NOT = SPACES
               MOVE BATCH-OPERATOR TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-IS-BATCH
                           MOVE "Y" TO BATCH-ELECTRONIC
                       END-IF
               END-READ
           END-IF
           IF BATCH-SERIAL NOT = SPACES
               OPEN INPUT BATCH-SERIAL-FILE
               IF SERIAL-STATUS = "35"
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO BATCH-DUPLICATE
                               MOVE 8 TO RETURN-CODE
                               MOVE SPACES TO WORK-RECORD
                               STRING "*** DUPLICATE BATCH *** "
                                      BATCH-SERIAL
                                      " already posted on "
                                      SERIAL-POSTED-DATE
                                      " - batch not posted this run"
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               MOVE WORK-RECORD TO POSTING-LOG-RECORD
               END-IF
           END-IF.

       CLOSE-OUT-BATCH.
           IF BATCH-SERIAL NOT = SPACES AND NOT BATCH-DUPLICATE-SW
               PERFORM REGISTER-BATCH-SERIAL
           END-IF
           MOVE SPACES TO BATCH-SERIAL BATCH-OPERATOR
           MOVE "N" TO BATCH-DUPLICATE BATCH-ELECTRONIC.

       REGISTER-BATCH-SERIAL.
           *> A cleanly finished batch goes on the register so a
           *> rerun of the same night is refused up front.
           ELSE
               MOVE BATCH-SERIAL TO SERIAL-KEY
               MOVE ACTIVITY-DATE TO SERIAL-POSTED-DATE
               MOVE SPACES TO SERIAL-REVERSED-DATE
               WRITE BATCH-SERIAL-RECORD
               IF NOT SERIAL-STATUS-OK
                   DISPLAY "Serial register WRITE failed, status "
                       IF CURRENCY-CODE = SPACES
                           MOVE "USD" TO CURRENCY-CODE
                       END-IF
                       IF ACCT-CLOSED
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-ACCOUNT-CLOSED
                       ELSE
                       IF ACCT-CHARGED-OFF
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-ACCOUNT-CHARGED-OFF
                       ELSE
                       IF TRANS-DW-CODE = "J"
                           PERFORM VET-ADJUSTMENT-CREDIT
                       ELSE
                           PERFORM VET-ADJUSTMENT-REVERSAL
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.

                   IF TRANS-DW-CODE = "J"
                       MOVE TRANS-ACCT-ID TO YTD-ACCT-ID
                       MOVE TRANS-AMOUNT TO YTD-INTEREST
                       MOVE ZERO TO YTD-WITHHELD
                       WRITE YTD-RECORD
                   ELSE
                       DISPLAY "YTD record vanished for ACCT-ID='"
               NOT INVALID KEY
                   MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO
                       ACCT-BALANCE
                   *> A closed account takes no further movement; the
                   *> money has already been paid away by ACCT-CLOSE.
                   IF ACCT-CLOSED
                       ADD 1 TO REJECTED-COUNT
                       PERFORM LOG-ACCOUNT-CLOSED
                   ELSE
                   IF ACCT-CHARGED-OFF
                       *> Written off: a deposit is a recovery, and
                       *> there is nothing left to withdraw.
                       IF TRANS-DW-CODE = "D"
                           PERFORM POST-RECOVERY
                       ELSE
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-ACCOUNT-CHARGED-OFF
                       END-IF
                   ELSE
                   IF TRANS-DW-CODE = "D"
                       COMPUTE NEW-BALANCE =
                           ACCT-BALANCE + TRANS-AMOUNT
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-OVERDRAW
                       ELSE
                           PERFORM SUM-ACTIVE-HOLDS
                           COMPUTE AVAILABLE-BALANCE =
                               ACCT-BALANCE - HELD-AMOUNT
                           IF TRANS-AMOUNT > AVAILABLE-BALANCE
                               *> Covered by the ledger but not by
                               *> what is left once the holds are
                               *> taken out.
                               ADD 1 TO REJECTED-COUNT
                               PERFORM LOG-HOLD-REJECT
                           ELSE
                               COMPUTE NEW-BALANCE =
                                   ACCT-BALANCE - TRANS-AMOUNT
                               PERFORM REWRITE-NEW-BALANCE
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       REWRITE-NEW-BALANCE.
               MOVE NEW-BALANCE TO HIST-SET-BALANCE
               IF TRANS-DW-CODE = "D"
                   ADD TRANS-AMOUNT TO TOTAL-DEPOSITS
                   IF BATCH-ELECTRONIC-SW
                       MOVE "EDP" TO HIST-SET-TYPE
                   ELSE
                       MOVE "DEP" TO HIST-SET-TYPE
                   END-IF
                   MOVE TRANS-AMOUNT TO HIST-SET-AMOUNT
               ELSE
                   ADD TRANS-AMOUNT TO TOTAL-WITHDRAWALS
                   IF BATCH-ELECTRONIC-SW
                       MOVE "EWD" TO HIST-SET-TYPE
                   ELSE
                       MOVE "WDR" TO HIST-SET-TYPE
                   END-IF
                   COMPUTE HIST-SET-AMOUNT = TRANS-AMOUNT * -1
               END-IF
               PERFORM WRITE-HISTORY-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-HOLD-REJECT.
           *> Its own wording, so the branch can tell a debit stopped
           *> by a hold from one the customer simply can't cover.
           MOVE ACCT-BALANCE TO EDITED-OLD-BALANCE
           MOVE TRANS-AMOUNT TO EDITED-AMOUNT
           MOVE HELD-AMOUNT TO EDITED-HELD
           MOVE AVAILABLE-BALANCE TO EDITED-AVAILABLE
           MOVE SPACES TO WORK-RECORD
           IF TRANS-DW-CODE = "T"
               STRING "Account " TRANS-ACCT-ID
                      " transfer rejected, exceeds available balance"
                      " (funds on hold) - Amount: " EDITED-AMOUNT
                      " Ledger: " EDITED-OLD-BALANCE
                      " Held: " EDITED-HELD
                      " Available: " EDITED-AVAILABLE
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "Account " TRANS-ACCT-ID
                      " withdrawal rejected, exceeds available balance"
                      " (funds on hold) - Amount: " EDITED-AMOUNT
                      " Ledger: " EDITED-OLD-BALANCE
                      " Held: " EDITED-HELD
                      " Available: " EDITED-AVAILABLE
                      DELIMITED BY SIZE INTO WORK-RECORD
           END-IF
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-OVERFLOW.
           MOVE ACCT-BALANCE TO EDITED-OLD-BALANCE
           MOVE TRANS-AMOUNT TO EDITED-AMOUNT
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-ACCOUNT-CLOSED.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                  " is closed, transaction rejected"
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-ACCOUNT-CHARGED-OFF.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                  " is charged off, transaction rejected"
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       POST-RECOVERY.
           *> Never more than is still outstanding on the write-off:
           *> an overpayment is the branch's to refund or re-open,
           *> not a silent credit to an account that is not open.
           MOVE FUNCTION NUMVAL(ACCT-CHGOFF-AMT-STR) TO CHGOFF-AMOUNT
           IF ACCT-CHGOFF-AMT-STR = SPACES
               MOVE ZERO TO CHGOFF-AMOUNT
           END-IF
           MOVE FUNCTION NUMVAL(ACCT-RECOVERED-STR) TO
               RECOVERED-AMOUNT
           IF ACCT-RECOVERED-STR = SPACES
               MOVE ZERO TO RECOVERED-AMOUNT
           END-IF
           IF RECOVERED-AMOUNT > CHGOFF-AMOUNT
               MOVE ZERO TO OUTSTANDING-AMOUNT
           ELSE
               COMPUTE OUTSTANDING-AMOUNT =
                   CHGOFF-AMOUNT - RECOVERED-AMOUNT
           END-IF
           IF TRANS-AMOUNT > OUTSTANDING-AMOUNT
               ADD 1 TO REJECTED-COUNT
               PERFORM LOG-RECOVERY-EXCEEDS
           ELSE
               ADD TRANS-AMOUNT TO RECOVERED-AMOUNT
               SUBTRACT TRANS-AMOUNT FROM OUTSTANDING-AMOUNT
               MOVE RECOVERED-AMOUNT TO EDITED-RECOVERED
               MOVE FUNCTION TRIM(EDITED-RECOVERED) TO
                   ACCT-RECOVERED-STR
               *> The customer paying in is activity, same as any
               *> deposit.
               MOVE ACTIVITY-DATE TO ACCT-LAST-ACTIVITY
               MOVE SPACE TO ACCT-DORMANT-STR
               REWRITE ACCOUNT-DATA
               IF ACCOUNT-STATUS-OK
                   ADD 1 TO POSTED-COUNT
                   ADD TRANS-AMOUNT TO TOTAL-DEPOSITS
                   ADD 1 TO RECOVERY-COUNT
                   ADD TRANS-AMOUNT TO TOTAL-RECOVERIES
                   IF CURRENCY-CODE = SPACES
                       MOVE "USD" TO CURRENCY-CODE
                   END-IF
                   *> On the history so the statement and the cash
                   *> trail show the payment, at the unchanged zero
                   *> balance.
                   MOVE TRANS-ACCT-ID TO HIST-SET-ACCT
                   MOVE "RCV" TO HIST-SET-TYPE
                   MOVE TRANS-AMOUNT TO HIST-SET-AMOUNT
                   MOVE CURRENCY-CODE TO HIST-SET-CCY
                   MOVE ZERO TO HIST-SET-BALANCE
                   PERFORM WRITE-HISTORY-RECORD
                   PERFORM ROLL-BRANCH-TOTALS
                   PERFORM WRITE-RECOVERY-FEED-LINE
                   PERFORM LOG-RECOVERY-POSTED
               ELSE
                   ADD 1 TO REJECTED-COUNT
                   PERFORM LOG-REWRITE-FAILURE
               END-IF
           END-IF.

       WRITE-RECOVERY-FEED-LINE.
           MOVE CURRENCY-CODE TO LOOKUP-CCY
           PERFORM FIND-FX-RATE
           COMPUTE RCV-USD-WORK ROUNDED =
               TRANS-AMOUNT * FOUND-FX-RATE
           MOVE SPACES TO RECOVERY-FEED-RECORD
           MOVE TRANS-ACCT-ID TO RCV-FEED-ACCT-ID
           MOVE ACCT-BRANCH-STR TO RCV-FEED-BRANCH
           MOVE CURRENCY-CODE TO RCV-FEED-CCY
           MOVE RCV-USD-WORK TO RCV-FEED-USD-AMOUNT
           WRITE RECOVERY-FEED-RECORD.

       LOG-RECOVERY-POSTED.
           *> Deliberately not in the movement-line shape: the
           *> balance did not move, so the position proof must not
           *> roll it.
           MOVE TRANS-AMOUNT TO EDITED-AMOUNT
           MOVE OUTSTANDING-AMOUNT TO EDITED-OUTSTANDING
           MOVE SPACES TO WORK-RECORD
           STRING "Recovery: account " TRANS-ACCT-ID
                  " charged off - Amount: " EDITED-AMOUNT
                  " to recovery income, Still outstanding: "
                  EDITED-OUTSTANDING
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-RECOVERY-EXCEEDS.
           MOVE TRANS-AMOUNT TO EDITED-AMOUNT
           MOVE OUTSTANDING-AMOUNT TO EDITED-OUTSTANDING
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                  " is charged off, deposit rejected - Amount: "
                  EDITED-AMOUNT " exceeds outstanding: "
                  EDITED-OUTSTANDING
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-INVALID-AMOUNT.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                           MOVE "USD" TO CURRENCY-CODE
                       END-IF
                       MOVE CURRENCY-CODE TO FROM-CCY
                       IF ACCT-CLOSED
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-ACCOUNT-CLOSED
                       ELSE
                       IF ACCT-CHARGED-OFF
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-ACCOUNT-CHARGED-OFF
                       ELSE
                       IF TRANS-AMOUNT > FROM-BALANCE
                           *> Same teller rule a plain withdrawal
                           *> follows: the debit leg may never be
                           ADD 1 TO REJECTED-COUNT
                           PERFORM LOG-TRANSFER-OVERDRAW
                       ELSE
                           MOVE FROM-BALANCE TO ACCT-BALANCE
                           PERFORM SUM-ACTIVE-HOLDS
                           COMPUTE AVAILABLE-BALANCE =
                               FROM-BALANCE - HELD-AMOUNT
                           IF TRANS-AMOUNT > AVAILABLE-BALANCE
                               ADD 1 TO REJECTED-COUNT
                               PERFORM LOG-HOLD-REJECT
                           ELSE
                               PERFORM VET-TRANSFER-CREDIT
                           END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.
                       MOVE "USD" TO CURRENCY-CODE
                   END-IF
                   MOVE CURRENCY-CODE TO TO-CCY
                   IF ACCT-CLOSED
                       ADD 1 TO REJECTED-COUNT
                       PERFORM LOG-TO-CLOSED
                   ELSE
                   IF ACCT-CHARGED-OFF
                       *> A transfer is not a recovery -- that is
                       *> cash the customer brings in -- so it bounces
                       *> rather than land on a written-off balance.
                       ADD 1 TO REJECTED-COUNT
                       PERFORM LOG-TO-CHARGED-OFF
                   ELSE
                   IF FROM-CCY = TO-CCY
                       MOVE TRANS-AMOUNT TO CREDIT-AMOUNT
                       PERFORM CHECK-CREDIT-FITS
                               PERFORM CHECK-CREDIT-FITS
                       END-COMPUTE
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       CHECK-CREDIT-FITS.
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-TO-CHARGED-OFF.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                  " transfer rejected, receiving account "
                  TRANS-TO-ACCT-STR " is charged off - nothing posted"
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-TO-CLOSED.
           MOVE SPACES TO WORK-RECORD
           STRING "Account " TRANS-ACCT-ID
                  " transfer rejected, receiving account "
                  TRANS-TO-ACCT-STR " is closed - nothing posted"
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       LOG-TRANSFER-OVERDRAW.
           MOVE FROM-BALANCE TO EDITED-OLD-BALANCE
           MOVE TRANS-AMOUNT TO EDITED-AMOUNT
           MOVE WORK-RECORD TO POSTING-LOG-RECORD
           WRITE POSTING-LOG-RECORD.

       OPEN-HOLD-FILE.
           *> Read only -- HOLD-MAINT owns the file.  Missing means no
           *> hold has ever been placed, and every debit checks
           *> against the ledger alone.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-OK
               MOVE "Y" TO HOLDS-ON-FILE
           ELSE
               IF HOLD-STATUS NOT = "35"
                   DISPLAY "Unable to open HOLD-FILE, status "
                       HOLD-STATUS
                   CLOSE ACCOUNT-FILE DAILY-TRANS-FILE POSTING-LOG-FILE
                         HISTORY-FILE YTD-FILE AUDIT-HIST-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SUM-ACTIVE-HOLDS.
           *> TRANS-ACCT-ID in, HELD-AMOUNT out: every hold on the
           *> account still marked active and not past its expiry
           *> date.  The expiry test repeats HOLD-MAINT's, so a hold
           *> that lapsed since the last holds run holds nothing.
           MOVE ZERO TO HELD-AMOUNT
           IF HOLDS-ON-FILE-SW
               MOVE TRANS-ACCT-ID TO HOLD-ACCT-ID
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
                           IF HOLD-ACCT-ID NOT = TRANS-ACCT-ID
                               MOVE "Y" TO HOLD-EOF
                           ELSE
                               IF HOLD-ACTIVE
                                   AND (HOLD-EXPIRY-DATE = SPACES
                                   OR HOLD-EXPIRY-DATE >=
                                      ACTIVITY-DATE)
                                   ADD HOLD-AMOUNT TO HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       OPEN-HISTORY-FILE.
           *> Same first-run bootstrap the other indexed work files
           *> use: a missing file is created empty and reopened.
           MOVE HIST-SET-AMOUNT TO HIST-AMOUNT
           MOVE HIST-SET-CCY TO HIST-CCY
           MOVE HIST-SET-BALANCE TO HIST-NEW-BALANCE
           MOVE BATCH-SERIAL TO HIST-BATCH-SERIAL
           WRITE HISTORY-DATA
           IF NOT HISTORY-STATUS-OK
               DISPLAY "History WRITE failed for ACCT-ID='"
