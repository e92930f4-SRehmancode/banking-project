           SELECT EXEC-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\esch_exec_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT SORDER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\standing_orders.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS SORDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       FD  EXEC-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  EXEC-LOG-RECORD        PIC X(120).
       FD  SORDER-FILE.
           COPY SORDREC.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
           88  CONFIRM-STATUS-OK  VALUE "00".
       01  REMIT-STATUS           PIC XX VALUE "00".
           88  REMIT-STATUS-OK    VALUE "00".
       01  SORDER-STATUS          PIC XX VALUE "00".
           88  SORDER-STATUS-OK   VALUE "00".
       01  ORDERS-ON-FILE         PIC X VALUE "N".
           88  ORDERS-ON-FILE-SW  VALUE "Y".
       01  SORDER-EOF             PIC X VALUE "N".
           88  SORDER-EOF-SW      VALUE "Y".
       01  REMIT-FILE-NAME        PIC X(80).
       01  CONFIRM-TABLE.
           *> Operator-confirmed accounts.  Execution touches only
           05  EXECUTED-COUNT     PIC 9(6) VALUE ZERO.
           05  HELD-COUNT         PIC 9(6) VALUE ZERO.
           05  FAILED-COUNT       PIC 9(6) VALUE ZERO.
           05  ORDERS-CANCELLED   PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Escheatment execution: each candidate off DORM-SWEEP's
       *> extract that the operator has confirmed is closed out in
       *> one pass -- its balance (read fresh off the master, not
       *> trusted off the extract) moves into the escheatment
       *> suspense totals, the account is zeroed and marked closed
       *> (it stays on the master for its final statement until
       *> ACCT-PURGE removes it), its standing orders are cancelled,
       *> the state's fixed-layout remittance record is written, and
       *> the action is logged.  A closed or charged-off account is
       *> refused.  The remittance file is dated, and a file
       *> already on disk for today refuses the run whole -- the same
       *> rerun guard YEAR-END applies, because running twice must
       *> not remit twice.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-SORDER-FILE.
       OPEN OUTPUT REMIT-FILE
            OUTPUT EXEC-LOG-FILE.
       PERFORM UNTIL END-OF-FILE-SW
              " Executed: " EXECUTED-COUNT
              " Held: " HELD-COUNT
              " Failed: " FAILED-COUNT
              " Orders cancelled: " ORDERS-CANCELLED
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-EXEC-LOG.
       CLOSE ACCOUNT-FILE ESCHEAT-FILE REMIT-FILE EXEC-LOG-FILE.
       IF ORDERS-ON-FILE-SW
           CLOSE SORDER-FILE
       END-IF.
       STOP RUN.

       LOAD-CONFIRM-TABLE.
                   IF CURRENCY-CODE = SPACES
                       MOVE "USD" TO CURRENCY-CODE
                   END-IF
                   IF ACCT-CLOSED
                       *> Already closed -- and its balance already
                       *> paid away -- by an earlier run or by
                       *> ACCT-CLOSE.
                       ADD 1 TO FAILED-COUNT
                       MOVE 8 TO RETURN-CODE
                       MOVE SPACES TO WORK-RECORD
                       STRING "Account " ESCH-ACCT-ID
                              " confirmed but already closed - "
                              "nothing remitted"
                              DELIMITED BY SIZE INTO WORK-RECORD
                       PERFORM WRITE-EXEC-LOG
                   ELSE
                   IF ACCT-CHARGED-OFF
                       *> Written off to collections; the state has no
                       *> claim on a debt.
                       ADD 1 TO FAILED-COUNT
                       MOVE 8 TO RETURN-CODE
                       MOVE SPACES TO WORK-RECORD
                       STRING "Account " ESCH-ACCT-ID
                              " confirmed but charged off - "
                              "nothing remitted"
                              DELIMITED BY SIZE INTO WORK-RECORD
                       PERFORM WRITE-EXEC-LOG
                   ELSE
                       MOVE "0.00" TO ACCT-BALANCE-STR
                       MOVE "C" TO ACCT-STATUS-STR
                       MOVE RUN-DATE-KEY TO ACCT-CLOSED-DATE
                       MOVE "ES" TO ACCT-CLOSE-REASON
                       REWRITE ACCOUNT-DATA
                       IF ACCOUNT-STATUS-OK
                           PERFORM REMIT-ONE-ACCOUNT
                           IF ORDERS-ON-FILE-SW
                               PERFORM CANCEL-STANDING-ORDERS
                           END-IF
                       ELSE
                           ADD 1 TO FAILED-COUNT
                           MOVE 8 TO RETURN-CODE
                           MOVE SPACES TO WORK-RECORD
                           STRING "Account " ESCH-ACCT-ID
                                  " close REWRITE failed, status "
                                  ACCOUNT-STATUS
                                  " - nothing remitted"
                                  DELIMITED BY SIZE INTO WORK-RECORD
                           PERFORM WRITE-EXEC-LOG
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       REMIT-ONE-ACCOUNT.
           *> The record only reaches the state's file once the
           *> master record is closed -- remit-then-fail-to-close is
           *> how the same money gets turned over twice.
           ADD 1 TO EXECUTED-COUNT
           PERFORM ADD-TO-SUSPENSE
               ADD 1 TO SUSP-SUB
           END-PERFORM.

       CANCEL-STANDING-ORDERS.
           *> Orders paying out of or into the escheated account can
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
                           AND (SO-FROM-ACCT = ESCH-ACCT-ID
                           OR SO-TO-ACCT = ESCH-ACCT-ID)
                           MOVE "C" TO SO-STATUS-STR
                           MOVE RUN-DATE-KEY TO SO-CLOSED-DATE
                           REWRITE SORDER-DATA
                           IF SORDER-STATUS-OK
                               ADD 1 TO ORDERS-CANCELLED
                               MOVE SPACES TO WORK-RECORD
                               STRING "  Standing order " SO-ID
                                      " cancelled with account "
                                      ESCH-ACCT-ID
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               PERFORM WRITE-EXEC-LOG
                           ELSE
                               DISPLAY "Standing order REWRITE "
                                   "failed, SO-ID='" SO-ID
                                   "', status " SORDER-STATUS
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-SORDER-FILE.
           *> No standing-order file just means there are none to
           *> cancel.
           OPEN I-O SORDER-FILE
           IF SORDER-STATUS-OK
               MOVE "Y" TO ORDERS-ON-FILE
           ELSE
               IF SORDER-STATUS NOT = "35"
                   DISPLAY "Unable to open SORDER-FILE, status "
                       SORDER-STATUS
                   CLOSE ACCOUNT-FILE ESCHEAT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-EXEC-LOG.
           MOVE WORK-RECORD TO EXEC-LOG-RECORD
           WRITE EXEC-LOG-RECORD.
