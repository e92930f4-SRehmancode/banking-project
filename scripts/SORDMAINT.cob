       IDENTIFICATION DIVISION.
       PROGRAM-ID. SORD-MAINT.
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
           SELECT TRANSACTION-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\sorder_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TRANS-STATUS.
           SELECT SORDER-REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\sordmaint_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  SORDER-FILE.
           COPY SORDREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  TRANSACTION-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  TRANSACTION-RECORD     PIC X(60).
       FD  SORDER-REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  SORDER-REPORT-RECORD   PIC X(120).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  SORDER-EOF             PIC X VALUE "N".
           88  SORDER-EOF-SW      VALUE "Y".
       01  SORDER-STATUS          PIC XX VALUE "00".
           88  SORDER-STATUS-OK   VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  TRANS-STATUS           PIC XX VALUE "00".
           88  TRANS-STATUS-OK    VALUE "00".
       01  TRANS-DATA.
           05  TRANS-CODE         PIC X(1).    *> A = add an order,
               *> C = change one, X = cancel one
           05  TRANS-FIELD-1      PIC X(8).    *> Debited account on
               *> an A, the order id on a C or X
           05  TRANS-FIELD-2      PIC X(8).    *> Credited account
               *> ("-" = payment out) on an A, the amount on a C
           05  TRANS-FIELD-3      PIC X(10).   *> Amount on an A,
               *> frequency on a C
           05  TRANS-FIELD-4      PIC X(8).    *> Frequency on an A,
               *> end date on a C
           05  TRANS-FIELD-5      PIC X(8).    *> Start date on an A
           05  TRANS-FIELD-6      PIC X(8).    *> End date on an A
       01  TRANS-AMOUNT           PIC 9(7)V99.
       01  TRANS-FREQ-STR         PIC X(8).
       01  TRANS-END-STR          PIC X(8).
       01  NEW-FREQ               PIC X(1).
       01  NEW-DAY                PIC 9(2).
       01  NEXT-SORDER-ID         PIC 9(6).
       01  TODAY-DATE             PIC X(8).
       01  VET-RESULT             PIC X VALUE "Y".
           88  VET-PASSED         VALUE "Y".
       01  REJECT-REASON          PIC X(50) VALUE SPACES.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  ACTION-LABEL           PIC X(16).
       01  DATE-WORK.
           *> Works out the first payment date of a schedule on or
           *> after SCHEDULE-FROM-NUM: the date itself for a weekly
           *> or plain monthly order, otherwise the order's day in
           *> that month -- or the next month when the day has
           *> already gone -- pulled back to the month's last day in
           *> a short month.
           05  SCHEDULE-FROM-NUM  PIC 9(8).
           05  SCHEDULE-FROM-PARTS REDEFINES SCHEDULE-FROM-NUM.
               10  FROM-YEAR      PIC 9(4).
               10  FROM-MONTH     PIC 9(2).
               10  FROM-DAY       PIC 9(2).
           05  DUE-DATE-NUM       PIC 9(8).
           05  DUE-DATE-PARTS REDEFINES DUE-DATE-NUM.
               10  DUE-YEAR       PIC 9(4).
               10  DUE-MONTH      PIC 9(2).
               10  DUE-DAY        PIC 9(2).
           05  MONTH-FIRST-NUM    PIC 9(8).
           05  MONTH-FIRST-PARTS REDEFINES MONTH-FIRST-NUM.
               10  FIRST-YEAR     PIC 9(4).
               10  FIRST-MONTH    PIC 9(2).
               10  FIRST-DAY      PIC 9(2).
           05  MONTH-START-INTEGER PIC 9(8).
           05  DAYS-IN-MONTH      PIC 9(2).
           05  DATE-CHECK-NUM     PIC 9(8).
           05  DATE-CHECK-PARTS REDEFINES DATE-CHECK-NUM.
               10  CHECK-YEAR     PIC 9(4).
               10  CHECK-MONTH    PIC 9(2).
               10  CHECK-DAY      PIC 9(2).
       01  DATE-VALID             PIC X VALUE "N".
           88  DATE-VALID-SW      VALUE "Y".
       01  RUN-TOTALS.
           05  ADDED-COUNT        PIC 9(6) VALUE ZERO.
           05  CHANGED-COUNT      PIC 9(6) VALUE ZERO.
           05  CANCELLED-COUNT    PIC 9(6) VALUE ZERO.
           05  REJECTED-COUNT     PIC 9(6) VALUE ZERO.
           05  ACTIVE-COUNT       PIC 9(6) VALUE ZERO.
           05  ACTIVE-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-TOTAL       PIC Z(8)9.99.
       PROCEDURE DIVISION.
       *> Standing order maintenance, ahead of SORD-GEN so an order
       *> keyed today can fall due tonight.  The day's keyed
       *> transactions are applied, one space-delimited line each:
       *>   A from to|- amount freq start [end]   (freq W weekly,
       *>                                          M monthly on the
       *>                                          start day, Dnn
       *>                                          monthly on day nn)
       *>   C id amount|* [freq|*] [end|-|*]      (* keeps the current
       *>                                          value, an end of
       *>                                          "-" makes the order
       *>                                          open-ended)
       *>   X id                                  (cancel)
       *> The report lists every order added, changed, and
       *> cancelled today, the rejects, and the orders still active.
       OPEN OUTPUT SORDER-REPORT-FILE.
       OPEN I-O SORDER-FILE.
       IF SORDER-STATUS = "35"
           *> Same first-run bootstrap as the other indexed work
           *> files.
           OPEN OUTPUT SORDER-FILE
           CLOSE SORDER-FILE
           OPEN I-O SORDER-FILE
       END-IF.
       IF NOT SORDER-STATUS-OK
           DISPLAY "Unable to open SORDER-FILE, status " SORDER-STATUS
           CLOSE SORDER-REPORT-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           *> An order cannot be vetted without the account master.
           CLOSE SORDER-FILE SORDER-REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       MOVE SPACES TO WORK-RECORD
       STRING "Standing Order Maintenance Report - Run Date "
              TODAY-DATE
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       OPEN INPUT TRANSACTION-FILE.
       IF NOT TRANS-STATUS-OK
           *> No transaction file just means nothing was keyed today.
           MOVE "No standing order transactions today" TO WORK-RECORD
           PERFORM WRITE-SORDER-REPORT
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
       PERFORM COUNT-ACTIVE-ORDERS.
       MOVE SPACES TO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       MOVE ADDED-COUNT TO EDITED-COUNT
       MOVE SPACES TO WORK-RECORD
       STRING "Order Totals - Added:     " EDITED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       MOVE CHANGED-COUNT TO EDITED-COUNT
       MOVE SPACES TO WORK-RECORD
       STRING "Order Totals - Changed:   " EDITED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       MOVE CANCELLED-COUNT TO EDITED-COUNT
       MOVE SPACES TO WORK-RECORD
       STRING "Order Totals - Cancelled: " EDITED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       MOVE REJECTED-COUNT TO EDITED-COUNT
       MOVE SPACES TO WORK-RECORD
       STRING "Order Totals - Rejected:  " EDITED-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       MOVE ACTIVE-COUNT TO EDITED-COUNT
       MOVE ACTIVE-AMOUNT TO EDITED-TOTAL
       MOVE SPACES TO WORK-RECORD
       STRING "Orders Active at Close:   " EDITED-COUNT
              " Amount: " EDITED-TOTAL
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-SORDER-REPORT.
       CLOSE SORDER-FILE ACCOUNT-FILE SORDER-REPORT-FILE.
       STOP RUN.

       APPLY-TRANSACTION.
           MOVE SPACES TO TRANS-CODE TRANS-FIELD-1 TRANS-FIELD-2
               TRANS-FIELD-3 TRANS-FIELD-4 TRANS-FIELD-5 TRANS-FIELD-6
           UNSTRING TRANSACTION-RECORD DELIMITED BY ALL SPACE
               INTO TRANS-CODE TRANS-FIELD-1 TRANS-FIELD-2
                    TRANS-FIELD-3 TRANS-FIELD-4 TRANS-FIELD-5
                    TRANS-FIELD-6
           END-UNSTRING
           EVALUATE TRANS-CODE
               WHEN "A"
                   PERFORM ADD-ORDER
               WHEN "C"
                   PERFORM CHANGE-ORDER
               WHEN "X"
                   PERFORM CANCEL-ORDER
               WHEN OTHER
                   MOVE "unknown transaction code" TO REJECT-REASON
                   PERFORM LOG-REJECTION
           END-EVALUATE.

       ADD-ORDER.
           PERFORM VET-NEW-ORDER
           IF NOT VET-PASSED
               PERFORM LOG-REJECTION
           ELSE
               PERFORM FIND-NEXT-SORDER-ID
               IF NEXT-SORDER-ID = ZERO
                   MOVE "standing order ids exhausted" TO REJECT-REASON
                   PERFORM LOG-REJECTION
               ELSE
                   MOVE SPACES TO SORDER-DATA
                   MOVE NEXT-SORDER-ID TO SO-ID
                   MOVE TRANS-FIELD-1 TO SO-FROM-ACCT
                   IF TRANS-FIELD-2 NOT = "-"
                       MOVE TRANS-FIELD-2 TO SO-TO-ACCT
                   END-IF
                   MOVE TRANS-AMOUNT TO SO-AMOUNT
                   MOVE NEW-FREQ TO SO-FREQ
                   MOVE NEW-DAY TO SO-DAY
                   MOVE TRANS-FIELD-5 TO SO-START-DATE
                   MOVE TRANS-END-STR TO SO-END-DATE
                   MOVE TRANS-FIELD-5 TO SCHEDULE-FROM-NUM
                   PERFORM FIND-FIRST-DUE-DATE
                   MOVE DUE-DATE-NUM TO SO-NEXT-DUE
                   MOVE "A" TO SO-STATUS-STR
                   MOVE ZERO TO SO-RETRY-COUNT
                   WRITE SORDER-DATA
                   IF NOT SORDER-STATUS-OK
                       MOVE SPACES TO REJECT-REASON
                       STRING "order WRITE failed, status "
                              SORDER-STATUS
                              DELIMITED BY SIZE INTO REJECT-REASON
                       PERFORM LOG-REJECTION
                   ELSE
                       ADD 1 TO ADDED-COUNT
                       MOVE "Order added" TO ACTION-LABEL
                       PERFORM DESCRIBE-ORDER
                   END-IF
               END-IF
           END-IF.

       VET-NEW-ORDER.
           *> Both accounts must be on the master and neither closed
           *> nor charged off, the amount
           *> nonzero, the frequency one of W, M, or D01-D31, and the
           *> start date today or later.
           MOVE "Y" TO VET-RESULT
           MOVE SPACES TO REJECT-REASON
           MOVE ZERO TO TRANS-AMOUNT
           MOVE TRANS-FIELD-4 TO TRANS-FREQ-STR
           MOVE TRANS-FIELD-6 TO TRANS-END-STR
           IF TRANS-FIELD-1(1:6) IS NOT NUMERIC
               OR TRANS-FIELD-1(7:2) NOT = SPACES
               MOVE "N" TO VET-RESULT
               MOVE "debited account missing or not numeric"
                   TO REJECT-REASON
           END-IF
           IF VET-PASSED
               MOVE TRANS-FIELD-1 TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "N" TO VET-RESULT
                       MOVE "debited account not on the account master"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                           MOVE "N" TO VET-RESULT
                           MOVE
                             "debited account is closed or charged off"
                               TO REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF VET-PASSED AND TRANS-FIELD-2 NOT = "-"
               IF TRANS-FIELD-2(1:6) IS NOT NUMERIC
                   OR TRANS-FIELD-2(7:2) NOT = SPACES
                   MOVE "N" TO VET-RESULT
                   MOVE "credited account not numeric or -"
                       TO REJECT-REASON
               END-IF
               IF VET-PASSED AND TRANS-FIELD-2 = TRANS-FIELD-1
                   MOVE "N" TO VET-RESULT
                   MOVE "credited account same as debited account"
                       TO REJECT-REASON
               END-IF
               IF VET-PASSED
                   MOVE TRANS-FIELD-2 TO ACCT-ID
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE "N" TO VET-RESULT
                           MOVE "credited account not on the master"
                               TO REJECT-REASON
                       NOT INVALID KEY
                           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                               MOVE "N" TO VET-RESULT
                               MOVE
                             "credited account is closed or charged off"
                                   TO REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF VET-PASSED
               IF TRANS-FIELD-3 NOT = SPACES
                   MOVE FUNCTION NUMVAL(TRANS-FIELD-3) TO TRANS-AMOUNT
               END-IF
               IF TRANS-AMOUNT = ZERO
                   MOVE "N" TO VET-RESULT
                   MOVE "order amount missing or zero" TO REJECT-REASON
               END-IF
           END-IF
           IF VET-PASSED
               PERFORM VET-FREQUENCY
           END-IF
           IF VET-PASSED
               MOVE TRANS-FIELD-5 TO DATE-CHECK-NUM
               PERFORM VET-CALENDAR-DATE
               IF NOT DATE-VALID-SW OR TRANS-FIELD-5 < TODAY-DATE
                   MOVE "N" TO VET-RESULT
                   MOVE "start date not YYYYMMDD on or after today"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF VET-PASSED AND NEW-FREQ = "M"
               *> A plain monthly order pays on its start day.
               MOVE TRANS-FIELD-5(7:2) TO NEW-DAY
           END-IF
           IF VET-PASSED AND TRANS-END-STR NOT = SPACES
               MOVE TRANS-END-STR TO DATE-CHECK-NUM
               PERFORM VET-CALENDAR-DATE
               IF NOT DATE-VALID-SW OR TRANS-END-STR < TRANS-FIELD-5
                   MOVE "N" TO VET-RESULT
                   MOVE "end date not YYYYMMDD on or after the start"
                       TO REJECT-REASON
               END-IF
           END-IF.

       VET-FREQUENCY.
           *> TRANS-FREQ-STR in; NEW-FREQ and NEW-DAY out, or
           *> VET-RESULT "N".  A weekly order carries no day.
           MOVE SPACE TO NEW-FREQ
           MOVE ZERO TO NEW-DAY
           EVALUATE TRUE
               WHEN TRANS-FREQ-STR = "W"
                   MOVE "W" TO NEW-FREQ
               WHEN TRANS-FREQ-STR = "M"
                   MOVE "M" TO NEW-FREQ
               WHEN TRANS-FREQ-STR(1:1) = "D"
                   AND TRANS-FREQ-STR(2:2) IS NUMERIC
                   AND TRANS-FREQ-STR(4:5) = SPACES
                   MOVE TRANS-FREQ-STR(2:2) TO NEW-DAY
                   IF NEW-DAY >= 1 AND NEW-DAY <= 31
                       MOVE "D" TO NEW-FREQ
                   END-IF
           END-EVALUATE
           IF NEW-FREQ = SPACE
               MOVE "N" TO VET-RESULT
               MOVE "frequency is not W, M, or D01-D31"
                   TO REJECT-REASON
           END-IF.

       VET-CALENDAR-DATE.
           MOVE "N" TO DATE-VALID
           IF DATE-CHECK-NUM IS NUMERIC
               IF CHECK-YEAR >= 1601
                   AND CHECK-MONTH >= 1 AND CHECK-MONTH <= 12
                   AND CHECK-DAY >= 1 AND CHECK-DAY <= 31
                   MOVE "Y" TO DATE-VALID
               END-IF
           END-IF.

       FIND-FIRST-DUE-DATE.
           *> SCHEDULE-FROM-NUM, SO-FREQ and SO-DAY in; DUE-DATE-NUM
           *> out.
           IF SO-WEEKLY OR (SO-FREQ = "M" AND SO-DAY = FROM-DAY)
               MOVE SCHEDULE-FROM-NUM TO DUE-DATE-NUM
           ELSE
               MOVE FROM-YEAR TO FIRST-YEAR
               MOVE FROM-MONTH TO FIRST-MONTH
               PERFORM SET-DUE-IN-MONTH
               IF DUE-DATE-NUM < SCHEDULE-FROM-NUM
                   MOVE FROM-YEAR TO FIRST-YEAR
                   MOVE FROM-MONTH TO FIRST-MONTH
                   IF FIRST-MONTH = 12
                       ADD 1 TO FIRST-YEAR
                       MOVE 1 TO FIRST-MONTH
                   ELSE
                       ADD 1 TO FIRST-MONTH
                   END-IF
                   PERFORM SET-DUE-IN-MONTH
               END-IF
           END-IF.

       SET-DUE-IN-MONTH.
           *> FIRST-YEAR/FIRST-MONTH in: DUE-DATE-NUM is SO-DAY of
           *> that month, or its last day when the month is short.
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
           END-IF.

       FIND-NEXT-SORDER-ID.
           *> One past the highest id on file, cancelled and ended
           *> orders included, so an id is never reused.  Zero back
           *> means the file has run out of ids.
           MOVE 1 TO NEXT-SORDER-ID
           MOVE ZERO TO SO-ID
           MOVE "N" TO SORDER-EOF
           START SORDER-FILE KEY IS NOT LESS THAN SO-ID
               INVALID KEY
                   MOVE "Y" TO SORDER-EOF
           END-START
           PERFORM UNTIL SORDER-EOF-SW
               READ SORDER-FILE NEXT
                   AT END MOVE "Y" TO SORDER-EOF
                   NOT AT END
                       IF SO-ID = 999999
                           MOVE ZERO TO NEXT-SORDER-ID
                       ELSE
                           COMPUTE NEXT-SORDER-ID = SO-ID + 1
                       END-IF
               END-READ
           END-PERFORM.

       CHANGE-ORDER.
           *> A new frequency restarts the schedule from the later of
           *> today and the payment already due, so a change never
           *> brings a payment forward into a period already paid.
           *> An order whose payment is queued in an unposted batch is
           *> left alone until that payment has posted.
           PERFORM READ-ORDER-FOR-UPDATE
           IF VET-PASSED AND SO-QUEUED-SERIAL NOT = SPACES
               MOVE "N" TO VET-RESULT
               MOVE "payment in flight - resubmit after it posts"
                   TO REJECT-REASON
           END-IF
           IF VET-PASSED
               MOVE TRANS-FIELD-3 TO TRANS-FREQ-STR
               MOVE TRANS-FIELD-4 TO TRANS-END-STR
               IF TRANS-FIELD-2 NOT = "*" AND TRANS-FIELD-2 NOT = SPACES
                   MOVE FUNCTION NUMVAL(TRANS-FIELD-2) TO TRANS-AMOUNT
                   IF TRANS-AMOUNT = ZERO
                       MOVE "N" TO VET-RESULT
                       MOVE "order amount zero" TO REJECT-REASON
                   END-IF
               ELSE
                   MOVE SO-AMOUNT TO TRANS-AMOUNT
               END-IF
           END-IF
           IF VET-PASSED
               IF TRANS-FREQ-STR NOT = "*"
                   AND TRANS-FREQ-STR NOT = SPACES
                   PERFORM VET-FREQUENCY
               ELSE
                   MOVE SO-FREQ TO NEW-FREQ
                   MOVE SO-DAY TO NEW-DAY
               END-IF
           END-IF
           IF VET-PASSED
               EVALUATE TRUE
                   WHEN TRANS-END-STR = "*" OR TRANS-END-STR = SPACES
                       MOVE SO-END-DATE TO TRANS-END-STR
                   WHEN TRANS-END-STR = "-"
                       MOVE SPACES TO TRANS-END-STR
                   WHEN OTHER
                       MOVE TRANS-END-STR TO DATE-CHECK-NUM
                       PERFORM VET-CALENDAR-DATE
                       IF NOT DATE-VALID-SW
                           OR TRANS-END-STR < TODAY-DATE
                           MOVE "N" TO VET-RESULT
                           MOVE "end date not YYYYMMDD, today or later"
                               TO REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF
           IF NOT VET-PASSED
               PERFORM LOG-REJECTION
           ELSE
               MOVE TRANS-AMOUNT TO SO-AMOUNT
               MOVE TRANS-END-STR TO SO-END-DATE
               IF NEW-FREQ NOT = SO-FREQ OR NEW-DAY NOT = SO-DAY
                   IF SO-NEXT-DUE > TODAY-DATE
                       MOVE SO-NEXT-DUE TO SCHEDULE-FROM-NUM
                   ELSE
                       MOVE TODAY-DATE TO SCHEDULE-FROM-NUM
                   END-IF
                   MOVE NEW-FREQ TO SO-FREQ
                   IF NEW-FREQ = "M"
                       MOVE FROM-DAY TO SO-DAY
                   ELSE
                       MOVE NEW-DAY TO SO-DAY
                   END-IF
                   PERFORM FIND-FIRST-DUE-DATE
                   MOVE DUE-DATE-NUM TO SO-NEXT-DUE
                   MOVE ZERO TO SO-RETRY-COUNT
               END-IF
               REWRITE SORDER-DATA
               IF NOT SORDER-STATUS-OK
                   MOVE SPACES TO REJECT-REASON
                   STRING "order REWRITE failed, status " SORDER-STATUS
                          DELIMITED BY SIZE INTO REJECT-REASON
                   PERFORM LOG-REJECTION
               ELSE
                   ADD 1 TO CHANGED-COUNT
                   MOVE "Order changed" TO ACTION-LABEL
                   PERFORM DESCRIBE-ORDER
               END-IF
           END-IF.

       CANCEL-ORDER.
           PERFORM READ-ORDER-FOR-UPDATE
           IF NOT VET-PASSED
               PERFORM LOG-REJECTION
           ELSE
               MOVE "C" TO SO-STATUS-STR
               MOVE TODAY-DATE TO SO-CLOSED-DATE
               REWRITE SORDER-DATA
               IF NOT SORDER-STATUS-OK
                   MOVE SPACES TO REJECT-REASON
                   STRING "order REWRITE failed, status " SORDER-STATUS
                          DELIMITED BY SIZE INTO REJECT-REASON
                   PERFORM LOG-REJECTION
               ELSE
                   ADD 1 TO CANCELLED-COUNT
                   MOVE "Order cancelled" TO ACTION-LABEL
                   PERFORM DESCRIBE-ORDER
               END-IF
           END-IF.

       READ-ORDER-FOR-UPDATE.
           *> Leaves the order in the buffer when it is on file and
           *> still active; otherwise REJECT-REASON says why.
           MOVE "Y" TO VET-RESULT
           MOVE SPACES TO REJECT-REASON
           IF TRANS-FIELD-1(1:6) IS NOT NUMERIC
               OR TRANS-FIELD-1(7:2) NOT = SPACES
               MOVE "N" TO VET-RESULT
               MOVE "order id missing or not numeric" TO REJECT-REASON
           ELSE
               MOVE TRANS-FIELD-1 TO SO-ID
               READ SORDER-FILE
                   INVALID KEY
                       MOVE "N" TO VET-RESULT
                       MOVE "standing order not on file"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       IF NOT SO-ACTIVE
                           MOVE "N" TO VET-RESULT
                           MOVE "order already cancelled or ended"
                               TO REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       DESCRIBE-ORDER.
           *> ACTION-LABEL leads the line; the order in the buffer
           *> fills the rest of it.
           MOVE SO-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           IF SO-TO-ACCT = SPACES
               STRING ACTION-LABEL "Id " SO-ID
                      " From " SO-FROM-ACCT " To (payment out)"
                      " Amount: " EDITED-AMOUNT
                      " Freq " SO-FREQ SO-DAY
                      " Next due " SO-NEXT-DUE
                      " End " SO-END-DATE
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING ACTION-LABEL "Id " SO-ID
                      " From " SO-FROM-ACCT " To " SO-TO-ACCT
                      "           Amount: " EDITED-AMOUNT
                      " Freq " SO-FREQ SO-DAY
                      " Next due " SO-NEXT-DUE
                      " End " SO-END-DATE
                      DELIMITED BY SIZE INTO WORK-RECORD
           END-IF
           PERFORM WRITE-SORDER-REPORT.

       COUNT-ACTIVE-ORDERS.
           MOVE ZERO TO SO-ID
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
                           ADD 1 TO ACTIVE-COUNT
                           ADD SO-AMOUNT TO ACTIVE-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       LOG-REJECTION.
           ADD 1 TO REJECTED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Standing order transaction '" TRANS-CODE "' "
                  TRANS-FIELD-1 " rejected, " REJECT-REASON
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SORDER-REPORT.

       WRITE-SORDER-REPORT.
           MOVE WORK-RECORD TO SORDER-REPORT-RECORD
           WRITE SORDER-REPORT-RECORD.
