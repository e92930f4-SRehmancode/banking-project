       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMER-STATUS.
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
           SELECT YTD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ytd_interest.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-ACCT-ID
           FILE STATUS IS YTD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT AUDIT-HIST-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\audit_hist.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS AUDIT-HIST-STATUS.
           SELECT XREF-REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\xref_report.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT XREF-STATUS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\xref_status.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           05  ACCR-ACCT-ID       PIC 9(6).
           05  ACCR-INTEREST      PIC 9(9)V99.
       FD  YTD-FILE.
       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  XREF-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  XREF-REPORT-RECORD     PIC X(100).
       FD  XREF-STATUS-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  XREF-STATUS-RECORD     PIC X(4).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  ACCRUAL-STATUS         PIC XX VALUE "00".
           88  ACCRUAL-STATUS-OK  VALUE "00".
       01  YTD-STATUS             PIC XX VALUE "00".
           88  YTD-STATUS-OK      VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  FX-EOF                 PIC X VALUE "N".
           88  FX-EOF-SW          VALUE "Y".
       01  SCAN-EOF               PIC X VALUE "N".
           88  SCAN-EOF-SW        VALUE "Y".
       01  MASTER-FOUND           PIC X VALUE "N".
           88  MASTER-FOUND-SW    VALUE "Y".
       01  CURRENCY-LIST.
           *> USD plus whatever FX-LOAD published tonight.
           05  CURRENCY-COUNT     PIC 9(2) VALUE ZERO.
           05  VALID-CCY OCCURS 10 TIMES PIC X(3).
       01  CURRENCY-SUB           PIC 9(2).
       01  CURRENCY-FOUND         PIC X VALUE "N".
           88  CURRENCY-FOUND-SW  VALUE "Y".
       01  OWNER-TABLE.
           *> Every account slot seen on the customer master so far,
           *> with the customer holding it, so a second claim on the
           *> same account is caught as the file is read.
           05  OWNER-COUNT        PIC 9(3) VALUE ZERO.
           05  OWNER-ENTRY OCCURS 500 TIMES.
               10  OWNER-ACCT-ID  PIC X(6).
               10  OWNER-CUST-ID  PIC 9(6).
       01  OWNER-SUB              PIC 9(3).
       01  OWNER-FIRST-CUST       PIC 9(6).
       01  OWNER-DUPLICATE        PIC X VALUE "N".
           88  OWNER-DUPLICATE-SW VALUE "Y".
       01  CUSTOMER-SLOT-SUB      PIC 9(1).
       01  LOOKUP-ACCT-ID         PIC 9(6).
       01  LOOKUP-ACCT-STR        PIC X(6).
       01  LOOKUP-CCY             PIC X(3).
       01  GROUP-FIELDS.
           *> Control break over the history files, which are keyed
           *> by account: one master lookup and one report line per
           *> unknown account, however many rows it has.
           05  GROUP-ACCT-ID      PIC 9(6).
           05  GROUP-ROW-COUNT    PIC 9(6).
           05  GROUP-STARTED      PIC X VALUE "N".
               88  GROUP-STARTED-SW VALUE "Y".
           05  GROUP-ORPHAN       PIC X VALUE "N".
               88  GROUP-ORPHAN-SW VALUE "Y".
           05  GROUP-FILE-NAME    PIC X(14).
       01  SEVERITY-TAG           PIC X(7).
       01  EXCEPTION-TEXT         PIC X(80).
       01  WORK-RECORD            PIC X(100) VALUE SPACES.
       01  RUN-DATE-EDITED        PIC X(10).
       01  EDITED-FIELDS.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-AMOUNT      PIC Z(8)9.99.
       01  RUN-TOTALS.
           05  ACCOUNTS-SCANNED   PIC 9(6) VALUE ZERO.
           05  CUSTOMERS-SCANNED  PIC 9(6) VALUE ZERO.
           05  SLOTS-SCANNED      PIC 9(6) VALUE ZERO.
           05  ORPHAN-SLOT-COUNT  PIC 9(6) VALUE ZERO.
           05  MULTI-OWNER-COUNT  PIC 9(6) VALUE ZERO.
           05  NO-RATE-COUNT      PIC 9(6) VALUE ZERO.
           05  ACCRUAL-ORPHANS    PIC 9(6) VALUE ZERO.
           05  ACCRUAL-HELD-ORPHANS PIC 9(6) VALUE ZERO.
           05  YTD-ORPHANS        PIC 9(6) VALUE ZERO.
           05  HIST-ORPHAN-ACCTS  PIC 9(6) VALUE ZERO.
           05  HIST-ORPHAN-ROWS   PIC 9(6) VALUE ZERO.
           05  AUDIT-ORPHAN-ACCTS PIC 9(6) VALUE ZERO.
           05  AUDIT-ORPHAN-ROWS  PIC 9(6) VALUE ZERO.
           05  SEVERE-COUNT       PIC 9(6) VALUE ZERO.
           05  WARNING-COUNT      PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Cross-file referential integrity check.  ACCT-EDIT vets
       *> each master record on its own; this step checks the files
       *> against each other: customer slots naming accounts that
       *> are not on the master, an account claimed by two customer
       *> slots, accrual and year-to-date rows with no master, history
       *> and audit-history rows for unknown accounts, and open
       *> accounts whose currency has no rate on tonight's
       *> fx_rates.ps.  Every exception is listed, with counts by
       *> category.  SEVERE exceptions -- the ones that would misprice
       *> tonight's interest or leave accrued interest owing to no
       *> account -- set xref_status.ps to NOGO, and JOB-DRIVER holds
       *> the stream before CALC-INTEREST; WARNINGs are reported for
       *> the day staff and do not hold the night.
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED.
       OPEN OUTPUT XREF-REPORT-FILE
            OUTPUT XREF-STATUS-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "Cross-File Integrity Exceptions      Run Date: "
              RUN-DATE-EDITED
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           MOVE "NOGO" TO XREF-STATUS-RECORD
           WRITE XREF-STATUS-RECORD
           CLOSE XREF-REPORT-FILE XREF-STATUS-FILE
           *> Nonzero so JOB-DRIVER halts the stream on a dead check.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-CURRENCY-LIST.
       PERFORM CHECK-CUSTOMER-SLOTS.
       PERFORM CHECK-ACCOUNT-CURRENCIES.
       PERFORM CHECK-ACCRUAL-ROWS.
       PERFORM CHECK-YTD-ROWS.
       PERFORM CHECK-HISTORY-ROWS.
       PERFORM CHECK-AUDIT-HIST-ROWS.
       PERFORM WRITE-CATEGORY-COUNTS.
       IF SEVERE-COUNT = ZERO
           MOVE "GO" TO XREF-STATUS-RECORD
           MOVE "No severe exceptions - released for the nightly calc"
               TO WORK-RECORD
       ELSE
           MOVE "NOGO" TO XREF-STATUS-RECORD
           MOVE "Severe exceptions found - hold the nightly calc"
               TO WORK-RECORD
       END-IF
       WRITE XREF-STATUS-RECORD
       PERFORM WRITE-REPORT-LINE.
       CLOSE ACCOUNT-FILE XREF-REPORT-FILE XREF-STATUS-FILE.
       STOP RUN.

       LOAD-CURRENCY-LIST.
           *> Same list ACCT-EDIT vets against.  No published feed
           *> means no foreign account can be priced, so the run is
           *> held outright.
           MOVE "USD" TO VALID-CCY(1)
           MOVE 1 TO CURRENCY-COUNT
           OPEN INPUT FX-RATES-FILE
           IF NOT FX-STATUS-OK
               DISPLAY "FX rates file missing, status " FX-STATUS
                   " - run FX-LOAD before this check"
               MOVE "NOGO" TO XREF-STATUS-RECORD
               WRITE XREF-STATUS-RECORD
               MOVE "No FX rates file - currency codes not checked"
                   TO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               CLOSE ACCOUNT-FILE XREF-REPORT-FILE XREF-STATUS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FX-EOF-SW
               READ FX-RATES-FILE
                   AT END MOVE "Y" TO FX-EOF
                   NOT AT END
                       IF CURRENCY-COUNT < 10
                           ADD 1 TO CURRENCY-COUNT
                           MOVE FX-CCY-CODE TO
                               VALID-CCY(CURRENCY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-RATES-FILE.

       CHECK-CUSTOMER-SLOTS.
           *> A slot naming a missing account is a WARNING -- the
           *> relationship pricing simply finds nothing there.  An
           *> account claimed twice is SEVERE: its balance would be
           *> counted into two relationships' combined tiers, or
           *> twice into one.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               MOVE SPACES TO WORK-RECORD
               STRING "No customer master (status " CUSTOMER-STATUS
                      ") - customer slots not checked"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO SCAN-EOF
               PERFORM UNTIL SCAN-EOF-SW
                   READ CUSTOMER-FILE NEXT
                       AT END MOVE "Y" TO SCAN-EOF
                       NOT AT END
                           ADD 1 TO CUSTOMERS-SCANNED
                           MOVE 1 TO CUSTOMER-SLOT-SUB
                           PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
                               IF CUST-ACCT-ID-STR(CUSTOMER-SLOT-SUB)
                                   NOT = SPACES
                                   PERFORM CHECK-ONE-SLOT
                               END-IF
                               ADD 1 TO CUSTOMER-SLOT-SUB
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-ONE-SLOT.
           ADD 1 TO SLOTS-SCANNED
           MOVE CUST-ACCT-ID-STR(CUSTOMER-SLOT-SUB) TO LOOKUP-ACCT-STR
           MOVE "N" TO MASTER-FOUND
           IF LOOKUP-ACCT-STR IS NUMERIC
               MOVE LOOKUP-ACCT-STR TO LOOKUP-ACCT-ID
               PERFORM LOOKUP-MASTER
           END-IF
           IF NOT MASTER-FOUND-SW
               ADD 1 TO ORPHAN-SLOT-COUNT
               MOVE SPACES TO EXCEPTION-TEXT
               STRING "Customer " CUST-ID " slot "
                      CUSTOMER-SLOT-SUB " names account '"
                      LOOKUP-ACCT-STR "', not on the master"
                      DELIMITED BY SIZE INTO EXCEPTION-TEXT
               PERFORM REPORT-WARNING
           END-IF
           MOVE "N" TO OWNER-DUPLICATE
           MOVE 1 TO OWNER-SUB
           PERFORM UNTIL OWNER-SUB > OWNER-COUNT
               OR OWNER-DUPLICATE-SW
               IF OWNER-ACCT-ID(OWNER-SUB) = LOOKUP-ACCT-STR
                   MOVE "Y" TO OWNER-DUPLICATE
                   MOVE OWNER-CUST-ID(OWNER-SUB) TO OWNER-FIRST-CUST
               END-IF
               ADD 1 TO OWNER-SUB
           END-PERFORM
           IF OWNER-DUPLICATE-SW
               ADD 1 TO MULTI-OWNER-COUNT
               MOVE SPACES TO EXCEPTION-TEXT
               STRING "Account " LOOKUP-ACCT-STR
                      " listed under customer " OWNER-FIRST-CUST
                      " and again under customer " CUST-ID
                      DELIMITED BY SIZE INTO EXCEPTION-TEXT
               PERFORM REPORT-SEVERE
           ELSE
               IF OWNER-COUNT < 500
                   ADD 1 TO OWNER-COUNT
                   MOVE LOOKUP-ACCT-STR TO OWNER-ACCT-ID(OWNER-COUNT)
                   MOVE CUST-ID TO OWNER-CUST-ID(OWNER-COUNT)
               ELSE
                   DISPLAY "Owner table full, account '"
                       LOOKUP-ACCT-STR "' not checked for owners"
               END-IF
           END-IF.

       CHECK-ACCOUNT-CURRENCIES.
           *> A currency with no published rate is SEVERE: the calc
           *> would price the account as if it were USD.  Closed
           *> accounts are passed over -- the calc no longer prices
           *> them.
           MOVE ZEROS TO ACCT-ID
           MOVE "N" TO END-OF-FILE
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE-SW
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO ACCOUNTS-SCANNED
                       IF NOT ACCT-CLOSED
                           MOVE CURRENCY-CODE TO LOOKUP-CCY
                           IF LOOKUP-CCY = SPACES
                               MOVE "USD" TO LOOKUP-CCY
                           END-IF
                           PERFORM FIND-CURRENCY
                           IF NOT CURRENCY-FOUND-SW
                               ADD 1 TO NO-RATE-COUNT
                               MOVE SPACES TO EXCEPTION-TEXT
                               STRING "Account " ACCT-ID
                                      " currency '" LOOKUP-CCY
                                      "' has no rate on fx_rates.ps"
                                      DELIMITED BY SIZE
                                      INTO EXCEPTION-TEXT
                               PERFORM REPORT-SEVERE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ACCRUAL-ROWS.
           *> Accrued interest on a row with no master is owed to
           *> nobody the calc can pay -- SEVERE while it holds money,
           *> a WARNING once it is down to zero.
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-STATUS-OK
               MOVE "N" TO SCAN-EOF
               PERFORM UNTIL SCAN-EOF-SW
                   READ ACCRUAL-FILE NEXT
                       AT END MOVE "Y" TO SCAN-EOF
                       NOT AT END
                           MOVE ACCR-ACCT-ID TO LOOKUP-ACCT-ID
                           PERFORM LOOKUP-MASTER
                           IF NOT MASTER-FOUND-SW
                               PERFORM REPORT-ACCRUAL-ORPHAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.

       REPORT-ACCRUAL-ORPHAN.
           ADD 1 TO ACCRUAL-ORPHANS
           MOVE ACCR-INTEREST TO EDITED-AMOUNT
           MOVE SPACES TO EXCEPTION-TEXT
           STRING "Accrual row for account " ACCR-ACCT-ID
                  " has no master - accrued " EDITED-AMOUNT
                  DELIMITED BY SIZE INTO EXCEPTION-TEXT
           IF ACCR-INTEREST > ZERO
               ADD 1 TO ACCRUAL-HELD-ORPHANS
               PERFORM REPORT-SEVERE
           ELSE
               PERFORM REPORT-WARNING
           END-IF.

       CHECK-YTD-ROWS.
           *> A year-to-date row with no master is a WARNING: YEAR-END
           *> would report interest for an account it cannot address.
           OPEN INPUT YTD-FILE
           IF YTD-STATUS-OK
               MOVE "N" TO SCAN-EOF
               PERFORM UNTIL SCAN-EOF-SW
                   READ YTD-FILE NEXT
                       AT END MOVE "Y" TO SCAN-EOF
                       NOT AT END
                           MOVE YTD-ACCT-ID TO LOOKUP-ACCT-ID
                           PERFORM LOOKUP-MASTER
                           IF NOT MASTER-FOUND-SW
                               ADD 1 TO YTD-ORPHANS
                               MOVE YTD-INTEREST TO EDITED-AMOUNT
                               MOVE SPACES TO EXCEPTION-TEXT
                               STRING "YTD row for account "
                                      YTD-ACCT-ID
                                      " has no master - YTD interest "
                                      EDITED-AMOUNT
                                      DELIMITED BY SIZE
                                      INTO EXCEPTION-TEXT
                               PERFORM REPORT-WARNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       CHECK-HISTORY-ROWS.
           *> History for an unknown account is a WARNING: statements
           *> are unaffected, but the rows belong to nobody.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS-OK
               MOVE "acct_history" TO GROUP-FILE-NAME
               MOVE "N" TO GROUP-STARTED
               MOVE "N" TO SCAN-EOF
               PERFORM UNTIL SCAN-EOF-SW
                   READ HISTORY-FILE NEXT
                       AT END MOVE "Y" TO SCAN-EOF
                       NOT AT END
                           IF NOT GROUP-STARTED-SW
                               OR HIST-ACCT-ID NOT = GROUP-ACCT-ID
                               PERFORM CLOSE-HISTORY-GROUP
                               MOVE HIST-ACCT-ID TO GROUP-ACCT-ID
                               PERFORM OPEN-HISTORY-GROUP
                           END-IF
                           ADD 1 TO GROUP-ROW-COUNT
                   END-READ
               END-PERFORM
               PERFORM CLOSE-HISTORY-GROUP
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-AUDIT-HIST-ROWS.
           OPEN INPUT AUDIT-HIST-FILE
           IF AUDIT-HIST-OK
               MOVE "audit_hist" TO GROUP-FILE-NAME
               MOVE "N" TO GROUP-STARTED
               MOVE "N" TO SCAN-EOF
               PERFORM UNTIL SCAN-EOF-SW
                   READ AUDIT-HIST-FILE NEXT
                       AT END MOVE "Y" TO SCAN-EOF
                       NOT AT END
                           IF NOT GROUP-STARTED-SW
                               OR AH-ACCT-ID NOT = GROUP-ACCT-ID
                               PERFORM CLOSE-HISTORY-GROUP
                               MOVE AH-ACCT-ID TO GROUP-ACCT-ID
                               PERFORM OPEN-HISTORY-GROUP
                           END-IF
                           ADD 1 TO GROUP-ROW-COUNT
                   END-READ
               END-PERFORM
               PERFORM CLOSE-HISTORY-GROUP
               CLOSE AUDIT-HIST-FILE
           END-IF.

       OPEN-HISTORY-GROUP.
           MOVE "Y" TO GROUP-STARTED
           MOVE ZERO TO GROUP-ROW-COUNT
           MOVE GROUP-ACCT-ID TO LOOKUP-ACCT-ID
           PERFORM LOOKUP-MASTER
           IF MASTER-FOUND-SW
               MOVE "N" TO GROUP-ORPHAN
           ELSE
               MOVE "Y" TO GROUP-ORPHAN
           END-IF.

       CLOSE-HISTORY-GROUP.
           IF GROUP-STARTED-SW AND GROUP-ORPHAN-SW
               IF GROUP-FILE-NAME = "acct_history"
                   ADD 1 TO HIST-ORPHAN-ACCTS
                   ADD GROUP-ROW-COUNT TO HIST-ORPHAN-ROWS
               ELSE
                   ADD 1 TO AUDIT-ORPHAN-ACCTS
                   ADD GROUP-ROW-COUNT TO AUDIT-ORPHAN-ROWS
               END-IF
               MOVE GROUP-ROW-COUNT TO EDITED-COUNT
               MOVE SPACES TO EXCEPTION-TEXT
               STRING EDITED-COUNT " row(s) on "
                      GROUP-FILE-NAME " for unknown account "
                      GROUP-ACCT-ID
                      DELIMITED BY SIZE INTO EXCEPTION-TEXT
               PERFORM REPORT-WARNING
               MOVE "N" TO GROUP-ORPHAN
           END-IF.

       LOOKUP-MASTER.
           MOVE LOOKUP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO MASTER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND
           END-READ.

       FIND-CURRENCY.
           MOVE "N" TO CURRENCY-FOUND
           MOVE 1 TO CURRENCY-SUB
           PERFORM UNTIL CURRENCY-SUB > CURRENCY-COUNT
               OR CURRENCY-FOUND-SW
               IF VALID-CCY(CURRENCY-SUB) = LOOKUP-CCY
                   MOVE "Y" TO CURRENCY-FOUND
               END-IF
               ADD 1 TO CURRENCY-SUB
           END-PERFORM.

       REPORT-SEVERE.
           ADD 1 TO SEVERE-COUNT
           MOVE "SEVERE " TO SEVERITY-TAG
           PERFORM WRITE-EXCEPTION-LINE.

       REPORT-WARNING.
           ADD 1 TO WARNING-COUNT
           MOVE "WARNING" TO SEVERITY-TAG
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO WORK-RECORD
           STRING SEVERITY-TAG " " EXCEPTION-TEXT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-CATEGORY-COUNTS.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE ACCOUNTS-SCANNED TO EDITED-COUNT
           MOVE CUSTOMERS-SCANNED TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "Scanned - Accounts: " EDITED-COUNT
                  " Customers: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE ORPHAN-SLOT-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "  Customer slots naming no account  (WARNING): "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE MULTI-OWNER-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "  Accounts claimed twice             (SEVERE): "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE NO-RATE-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "  Currencies with no FX rate         (SEVERE): "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE ACCRUAL-ORPHANS TO EDITED-COUNT
           MOVE ACCRUAL-HELD-ORPHANS TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Accrual rows with no master: " EDITED-COUNT
                  "  holding interest (SEVERE): " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE YTD-ORPHANS TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "  YTD rows with no master           (WARNING): "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE HIST-ORPHAN-ACCTS TO EDITED-COUNT
           MOVE HIST-ORPHAN-ROWS TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  History for unknown accounts      (WARNING): "
                  EDITED-COUNT " Rows: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE AUDIT-ORPHAN-ACCTS TO EDITED-COUNT
           MOVE AUDIT-ORPHAN-ROWS TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Audit history for unknown accounts(WARNING): "
                  EDITED-COUNT " Rows: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SEVERE-COUNT TO EDITED-COUNT
           MOVE WARNING-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "Exception Totals - Severe: " EDITED-COUNT
                  " Warnings: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO XREF-REPORT-RECORD
           WRITE XREF-REPORT-RECORD.
