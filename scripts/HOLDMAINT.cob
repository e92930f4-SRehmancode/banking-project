       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\holds.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\hold_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TRANS-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\hold_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  TRANSACTION-RECORD     PIC X(40).
       FD  HOLD-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HOLD-REPORT-RECORD     PIC X(120).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  HOLD-EOF               PIC X VALUE "N".
           88  HOLD-EOF-SW        VALUE "Y".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  TRANS-STATUS           PIC XX VALUE "00".
           88  TRANS-STATUS-OK    VALUE "00".
       01  TRANS-DATA.
           05  TRANS-CODE         PIC X(1).    *> P = place a hold,
               *> X = release one by hand
           05  TRANS-ACCT-STR     PIC X(6).
           05  TRANS-AMOUNT-STR   PIC X(10).   *> Hold amount on a P,
               *> the hold sequence being released on an X
           05  TRANS-REASON-STR   PIC X(2).
           05  TRANS-EXPIRY-STR   PIC X(8).
       01  TRANS-AMOUNT           PIC 9(7)V99.
       01  TRANS-SEQ-STR          PIC X(3).
       01  NEXT-HOLD-SEQ          PIC 9(3).
       01  TODAY-DATE             PIC X(8).
       01  VET-RESULT             PIC X VALUE "Y".
           88  VET-PASSED         VALUE "Y".
       01  REJECT-REASON          PIC X(50) VALUE SPACES.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  RUN-TOTALS.
           05  PLACED-COUNT       PIC 9(6) VALUE ZERO.
           05  PLACED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  RELEASED-COUNT     PIC 9(6) VALUE ZERO.
           05  RELEASED-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05  EXPIRED-COUNT      PIC 9(6) VALUE ZERO.
           05  EXPIRED-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05  REJECTED-COUNT     PIC 9(6) VALUE ZERO.
           05  ACTIVE-COUNT       PIC 9(6) VALUE ZERO.
           05  ACTIVE-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-TOTAL       PIC Z(8)9.99.
       PROCEDURE DIVISION.
       *> Nightly holds run, ahead of TRANS-POST so tonight's
       *> postings see tonight's holds.  First every active hold whose
       *> expiry date has passed is lapsed, then the day's keyed hold
       *> transactions are applied, one space-delimited line each:
       *>   P acctid amount reason [expiry]   (reason GN/LG/UC/OT;
       *>                                      no expiry = until
       *>                                      released)
       *>   X acctid seq                      (release by hand)
       *> The report lists every hold placed, released, and expired
       *> today, the rejects, and what is still in force at close.
       OPEN OUTPUT HOLD-REPORT-FILE.
       OPEN I-O HOLD-FILE.
       IF HOLD-STATUS = "35"
           *> Same first-run bootstrap as the other indexed work
           *> files.
           OPEN OUTPUT HOLD-FILE
           CLOSE HOLD-FILE
           OPEN I-O HOLD-FILE
       END-IF.
       IF NOT HOLD-STATUS-OK
           DISPLAY "Unable to open HOLD-FILE, status " HOLD-STATUS
           CLOSE HOLD-REPORT-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           *> A hold cannot be vetted without the account master.
           CLOSE HOLD-FILE HOLD-REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       MOVE SPACES TO WORK-RECORD
       STRING "Holds and Liens Report - Run Date " TODAY-DATE
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       PERFORM EXPIRE-LAPSED-HOLDS.
       OPEN INPUT TRANSACTION-FILE.
       IF NOT TRANS-STATUS-OK
           *> No transaction file just means nothing was keyed today.
           MOVE "No hold transactions today" TO WORK-RECORD
           PERFORM WRITE-HOLD-REPORT
       ELSE
           PERFORM UNTIL END-OF-FILE-SW
               READ TRANSACTION-FILE
                   AT END MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TRANSACTION-RECORD NOT = SPACES
                           PERFORM APPLY-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
       END-IF.
       PERFORM COUNT-ACTIVE-HOLDS.
       MOVE SPACES TO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       MOVE PLACED-COUNT TO EDITED-COUNT
       MOVE PLACED-AMOUNT TO EDITED-TOTAL
       MOVE SPACES TO WORK-RECORD
       STRING "Hold Totals - Placed:   " EDITED-COUNT
              " Amount: " EDITED-TOTAL
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       MOVE RELEASED-COUNT TO EDITED-COUNT
       MOVE RELEASED-AMOUNT TO EDITED-TOTAL
       MOVE SPACES TO WORK-RECORD
       STRING "Hold Totals - Released: " EDITED-COUNT
              " Amount: " EDITED-TOTAL
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       MOVE EXPIRED-COUNT TO EDITED-COUNT
       MOVE EXPIRED-AMOUNT TO EDITED-TOTAL
       MOVE SPACES TO WORK-RECORD
       STRING "Hold Totals - Expired:  " EDITED-COUNT
              " Amount: " EDITED-TOTAL
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       MOVE REJECTED-COUNT TO EDITED-COUNT
       MOVE SPACES TO WORK-RECORD
       STRING "Hold Totals - Rejected: " EDITED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       MOVE ACTIVE-COUNT TO EDITED-COUNT
       MOVE ACTIVE-AMOUNT TO EDITED-TOTAL
       MOVE SPACES TO WORK-RECORD
       STRING "Holds In Force at Close: " EDITED-COUNT
              " Amount: " EDITED-TOTAL
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-HOLD-REPORT.
       CLOSE HOLD-FILE ACCOUNT-FILE HOLD-REPORT-FILE.
       STOP RUN.

       EXPIRE-LAPSED-HOLDS.
           *> The expiry date is the last day a hold is in force, so
           *> anything dated before today lapses.  Holds with no
           *> expiry stay until released by hand.
           MOVE ZEROS TO HOLD-KEY
           MOVE "N" TO HOLD-EOF
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF-SW
               READ HOLD-FILE NEXT
                   AT END MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF HOLD-ACTIVE
                           AND HOLD-EXPIRY-DATE NOT = SPACES
                           AND HOLD-EXPIRY-DATE < TODAY-DATE
                           MOVE "E" TO HOLD-STATUS-STR
                           MOVE TODAY-DATE TO HOLD-RELEASED-DATE
                           REWRITE HOLD-DATA
                           IF HOLD-STATUS-OK
                               ADD 1 TO EXPIRED-COUNT
                               ADD HOLD-AMOUNT TO EXPIRED-AMOUNT
                               MOVE HOLD-AMOUNT TO EDITED-AMOUNT
                               MOVE SPACES TO WORK-RECORD
                               STRING "Hold expired  Account "
                                      HOLD-ACCT-ID " Seq " HOLD-SEQ
                                      " Amount: " EDITED-AMOUNT
                                      " Reason: " HOLD-REASON-STR
                                      " Placed: " HOLD-PLACED-DATE
                                      " Expiry: " HOLD-EXPIRY-DATE
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               PERFORM WRITE-HOLD-REPORT
                           ELSE
                               DISPLAY "Hold REWRITE failed for "
                                   "ACCT-ID='" HOLD-ACCT-ID
                                   "', status " HOLD-STATUS
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TRANSACTION.
           MOVE SPACES TO TRANS-CODE TRANS-ACCT-STR TRANS-AMOUNT-STR
               TRANS-REASON-STR TRANS-EXPIRY-STR
           UNSTRING TRANSACTION-RECORD DELIMITED BY ALL SPACE
               INTO TRANS-CODE TRANS-ACCT-STR TRANS-AMOUNT-STR
                    TRANS-REASON-STR TRANS-EXPIRY-STR
           END-UNSTRING
           EVALUATE TRANS-CODE
               WHEN "P"
                   PERFORM PLACE-HOLD
               WHEN "X"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   MOVE "unknown transaction code" TO REJECT-REASON
                   PERFORM LOG-REJECTION
           END-EVALUATE.

       PLACE-HOLD.
           PERFORM VET-NEW-HOLD
           IF NOT VET-PASSED
               PERFORM LOG-REJECTION
           ELSE
               PERFORM FIND-NEXT-HOLD-SEQ
               IF NEXT-HOLD-SEQ = ZERO
                   MOVE "account has used all 999 hold sequences"
                       TO REJECT-REASON
                   PERFORM LOG-REJECTION
               ELSE
                   MOVE SPACES TO HOLD-DATA
                   MOVE TRANS-ACCT-STR TO HOLD-ACCT-ID
                   MOVE NEXT-HOLD-SEQ TO HOLD-SEQ
                   MOVE TRANS-AMOUNT TO HOLD-AMOUNT
                   MOVE TRANS-REASON-STR TO HOLD-REASON-STR
                   MOVE TODAY-DATE TO HOLD-PLACED-DATE
                   MOVE TRANS-EXPIRY-STR TO HOLD-EXPIRY-DATE
                   MOVE "A" TO HOLD-STATUS-STR
                   WRITE HOLD-DATA
                   IF NOT HOLD-STATUS-OK
                       MOVE SPACES TO REJECT-REASON
                       STRING "hold WRITE failed, status " HOLD-STATUS
                              DELIMITED BY SIZE INTO REJECT-REASON
                       PERFORM LOG-REJECTION
                   ELSE
                       ADD 1 TO PLACED-COUNT
                       ADD HOLD-AMOUNT TO PLACED-AMOUNT
                       MOVE HOLD-AMOUNT TO EDITED-AMOUNT
                       MOVE SPACES TO WORK-RECORD
                       IF HOLD-EXPIRY-DATE = SPACES
                           STRING "Hold placed   Account " HOLD-ACCT-ID
                                  " Seq " HOLD-SEQ
                                  " Amount: " EDITED-AMOUNT
                                  " " CURRENCY-CODE
                                  " Reason: " HOLD-REASON-STR
                                  " Expiry: until released"
                                  DELIMITED BY SIZE INTO WORK-RECORD
                       ELSE
                           STRING "Hold placed   Account " HOLD-ACCT-ID
                                  " Seq " HOLD-SEQ
                                  " Amount: " EDITED-AMOUNT
                                  " " CURRENCY-CODE
                                  " Reason: " HOLD-REASON-STR
                                  " Expiry: " HOLD-EXPIRY-DATE
                                  DELIMITED BY SIZE INTO WORK-RECORD
                       END-IF
                       PERFORM WRITE-HOLD-REPORT
                   END-IF
               END-IF
           END-IF.

       VET-NEW-HOLD.
           *> Leaves the account record in the buffer when the hold
           *> may go on; otherwise REJECT-REASON says why.
           MOVE "Y" TO VET-RESULT
           MOVE SPACES TO REJECT-REASON
           MOVE ZERO TO TRANS-AMOUNT
           IF TRANS-ACCT-STR IS NOT NUMERIC
               MOVE "N" TO VET-RESULT
               MOVE "account id missing or not numeric"
                   TO REJECT-REASON
           END-IF
           IF VET-PASSED
               MOVE TRANS-ACCT-STR TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "N" TO VET-RESULT
                       MOVE "account not on the account master"
                           TO REJECT-REASON
               END-READ
           END-IF
           IF VET-PASSED
               *> TRANS-POST lets nothing be drawn from either, so a
               *> hold there would ring-fence nothing.
               EVALUATE TRUE
                   WHEN ACCT-CLOSED
                       MOVE "N" TO VET-RESULT
                       MOVE "account is closed" TO REJECT-REASON
                   WHEN ACCT-CHARGED-OFF
                       MOVE "N" TO VET-RESULT
                       MOVE "account is charged off" TO REJECT-REASON
               END-EVALUATE
           END-IF
           IF VET-PASSED
               IF TRANS-AMOUNT-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(TRANS-AMOUNT-STR) TO
                       TRANS-AMOUNT
               END-IF
               IF TRANS-AMOUNT = ZERO
                   MOVE "N" TO VET-RESULT
                   MOVE "hold amount missing or zero" TO REJECT-REASON
               END-IF
           END-IF
           IF VET-PASSED
               IF TRANS-REASON-STR NOT = "GN"
                   AND TRANS-REASON-STR NOT = "LG"
                   AND TRANS-REASON-STR NOT = "UC"
                   AND TRANS-REASON-STR NOT = "OT"
                   MOVE "N" TO VET-RESULT
                   MOVE "reason code is not GN, LG, UC, or OT"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VET-PASSED AND TRANS-EXPIRY-STR NOT = SPACES
               IF TRANS-EXPIRY-STR IS NOT NUMERIC
                   OR TRANS-EXPIRY-STR < TODAY-DATE
                   MOVE "N" TO VET-RESULT
                   MOVE "expiry date not YYYYMMDD on or after today"
                       TO REJECT-REASON
               END-IF
           END-IF.

       FIND-NEXT-HOLD-SEQ.
           *> One past the highest sequence the account has ever
           *> used, released and expired holds included, so a
           *> sequence is never reused.  Zero back means the account
           *> has run out.
           MOVE 1 TO NEXT-HOLD-SEQ
           MOVE TRANS-ACCT-STR TO HOLD-ACCT-ID
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
                           IF HOLD-SEQ = 999
                               MOVE ZERO TO NEXT-HOLD-SEQ
                           ELSE
                               COMPUTE NEXT-HOLD-SEQ = HOLD-SEQ + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-HOLD.
           MOVE TRANS-AMOUNT-STR(1:3) TO TRANS-SEQ-STR
           IF TRANS-ACCT-STR IS NOT NUMERIC
               OR TRANS-SEQ-STR IS NOT NUMERIC
               OR TRANS-AMOUNT-STR(4:7) NOT = SPACES
               MOVE "account id or hold sequence not numeric"
                   TO REJECT-REASON
               PERFORM LOG-REJECTION
           ELSE
               MOVE TRANS-ACCT-STR TO HOLD-ACCT-ID
               MOVE TRANS-SEQ-STR TO HOLD-SEQ
               READ HOLD-FILE
                   INVALID KEY
                       MOVE "hold not on file" TO REJECT-REASON
                       PERFORM LOG-REJECTION
                   NOT INVALID KEY
                       IF NOT HOLD-ACTIVE
                           MOVE "hold already released or expired"
                               TO REJECT-REASON
                           PERFORM LOG-REJECTION
                       ELSE
                           MOVE "R" TO HOLD-STATUS-STR
                           MOVE TODAY-DATE TO HOLD-RELEASED-DATE
                           REWRITE HOLD-DATA
                           IF HOLD-STATUS-OK
                               ADD 1 TO RELEASED-COUNT
                               ADD HOLD-AMOUNT TO RELEASED-AMOUNT
                               MOVE HOLD-AMOUNT TO EDITED-AMOUNT
                               MOVE SPACES TO WORK-RECORD
                               STRING "Hold released Account "
                                      HOLD-ACCT-ID " Seq " HOLD-SEQ
                                      " Amount: " EDITED-AMOUNT
                                      " Reason: " HOLD-REASON-STR
                                      " Placed: " HOLD-PLACED-DATE
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               PERFORM WRITE-HOLD-REPORT
                           ELSE
                               MOVE SPACES TO REJECT-REASON
                               STRING "hold REWRITE failed, status "
                                      HOLD-STATUS
                                      DELIMITED BY SIZE
                                      INTO REJECT-REASON
                               PERFORM LOG-REJECTION
                           END-IF
                       END-IF
               END-READ
           END-IF.

       COUNT-ACTIVE-HOLDS.
           MOVE ZEROS TO HOLD-KEY
           MOVE "N" TO HOLD-EOF
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF-SW
               READ HOLD-FILE NEXT
                   AT END MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF HOLD-ACTIVE
                           ADD 1 TO ACTIVE-COUNT
                           ADD HOLD-AMOUNT TO ACTIVE-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       LOG-REJECTION.
           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Hold transaction '" TRANS-CODE "' for account "
                  TRANS-ACCT-STR " rejected, " REJECT-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-HOLD-REPORT.

       WRITE-HOLD-REPORT.
           MOVE WORK-RECORD TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD.
