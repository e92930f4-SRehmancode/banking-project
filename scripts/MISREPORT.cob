       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIS-REPORT.
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
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\fx_rates.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FX-STATUS.
           SELECT CONTROL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\control_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CONTROL-STATUS.
           SELECT RATE-TIERS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\rate_tiers.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TIERS-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\mis_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT MIS-HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\mis_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           FILE STATUS IS MIS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\mis_report.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONTROLREC.
       FD  RATE-TIERS-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY RATETIER.
       FD  PARAM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  PARAM-RECORD.
           05  PARAM-MONTH-STR    PIC X(6).
               *> YYYYMM to report; absent means the run month.  Set
               *> it when the month-end run slips past midnight.
       FD  MIS-HISTORY-FILE.
       01  MIS-HISTORY-RECORD.
           *> One retained row per month per reporting line, so each
           *> month-end compares against last month and the same
           *> month last year without re-deriving either.  A rerun
           *> for the same month replaces its rows.
           05  MH-KEY.
               10  MH-MONTH       PIC X(6).    *> YYYYMM
               10  MH-DIM-TYPE    PIC X(1).    *> A whole book,
                   *> B branch, C currency, T rate tier
               10  MH-DIM-CODE    PIC X(3).    *> Branch code,
                   *> currency code or tier number; "ALL" for A
           05  MH-ACCT-COUNT      PIC 9(6).    *> Open at month-end
           05  MH-BALANCE-USD     PIC S9(11)V99.
           05  MH-INT-USD         PIC 9(9)V99. *> Interest expense
           05  MH-CHG-USD         PIC 9(9)V99. *> Debit interest and
               *> overdraft charges earned
           05  MH-FEE-USD         PIC 9(9)V99. *> Fee income
           05  MH-NEW-COUNT       PIC 9(6).
           05  MH-CLOSED-COUNT    PIC 9(6).
           05  MH-RUN-DATE        PIC X(8).
       FD  REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD          PIC X(120).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  CONTROL-STATUS         PIC XX VALUE "00".
           88  CONTROL-STATUS-OK  VALUE "00".
       01  TIERS-STATUS           PIC XX VALUE "00".
           88  TIERS-STATUS-OK    VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  MIS-HISTORY-STATUS     PIC XX VALUE "00".
           88  MIS-HISTORY-OK     VALUE "00".
       01  HISTORY-ON-FILE        PIC X VALUE "N".
           88  HISTORY-ON-FILE-SW VALUE "Y".
       01  SCAN-EOF               PIC X VALUE "N".
           88  SCAN-EOF-SW        VALUE "Y".
       01  FX-EOF                 PIC X VALUE "N".
           88  FX-EOF-SW          VALUE "Y".
       01  TIERS-EOF              PIC X VALUE "N".
           88  TIERS-EOF-SW       VALUE "Y".
       01  PERIOD-FIELDS.
           05  REPORT-MONTH       PIC X(6).
           05  REPORT-YEAR-NUM    PIC 9(4).
           05  REPORT-MONTH-NUM   PIC 9(2).
           05  PRIOR-MONTH        PIC X(6).
           05  PRIOR-YEAR-MONTH   PIC X(6).
           05  PERIOD-YEAR        PIC 9(4).
           05  PERIOD-MM          PIC 9(2).
           05  PERIOD-WORK        PIC X(6).
       01  RUN-DATE-KEY           PIC X(8).
       01  RUN-DATE-EDITED        PIC X(10).
       01  FX-AS-OF               PIC X(8) VALUE SPACES.
       01  EXCHANGE-SCHEDULE.
           05  EXCHANGE-COUNT     PIC 9(2) VALUE ZERO.
           05  EXCHANGE-TIER OCCURS 10 TIMES.
               10  EXCHANGE-CCY-CODE  PIC X(3).
               10  EXCHANGE-RATE      PIC 9(2)V9999.
       01  EXCHANGE-TIER-SUB      PIC 9(2).
       01  RATE-TIERS.
           *> Same fallback and same schedule selection as
           *> CALC-INTEREST, so an account lands in the tier the calc
           *> prices it in.
           05  RATE-TIER OCCURS 3 TIMES.
               10  TIER-MAX-BALANCE  PIC 9(7)V99.
               10  TIER-RATE         PIC 9(2)V99.
       01  RATE-TIER-SUB          PIC 9(1).
       01  CTL-DEFAULT-RATE       PIC 9(2)V99 VALUE 5.50.
       01  TIER-SCHEDULE-CONTROLS.
           05  BEST-EFF-DATE      PIC X(8).
           05  TIER-ROW-COUNT     PIC 9(2) VALUE ZERO.
           05  TIER-ROW OCCURS 60 TIMES.
               10  TIER-ROW-DATE  PIC X(8).
               10  TIER-ROW-NUM   PIC X(1).
               10  TIER-ROW-MAX   PIC 9(7)V99.
               10  TIER-ROW-RATE  PIC 9(2)V99.
           05  TIER-ROW-SUB       PIC 9(2).
           05  TIER-APPLY-SUB     PIC 9(1).
       01  CUSTOMER-CONTROLS.
           05  CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.
           05  CUSTOMER-SUB       PIC 9(3).
           05  CUSTOMER-SLOT-SUB  PIC 9(1).
           05  CUSTOMER-FOUND-SUB PIC 9(3) VALUE ZERO.
           05  CUSTOMER-EOF       PIC X VALUE "N".
               88  CUSTOMER-EOF-SW VALUE "Y".
           05  CUSTOMER-ACCT-ID-STR PIC X(6).
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-COMBINED-USD PIC S9(9)V99.
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
       01  DIMENSION-TABLE.
           *> Month-end figures for the whole book and for every
           *> branch, currency and tier seen, in USD.
           05  DIM-COUNT          PIC 9(2) VALUE ZERO.
           05  DIM-ENTRY OCCURS 30 TIMES.
               10  DIM-TYPE       PIC X(1).
               10  DIM-CODE       PIC X(3).
               10  DIM-ACCTS      PIC 9(6).
               10  DIM-BALANCE    PIC S9(11)V99.
               10  DIM-INT        PIC 9(9)V99.
               10  DIM-CHG        PIC 9(9)V99.
               10  DIM-FEE        PIC 9(9)V99.
               10  DIM-NEW        PIC 9(6).
               10  DIM-CLOSED     PIC 9(6).
       01  DIM-SUB                PIC 9(2).
       01  DIM-FOUND-SUB          PIC 9(2).
       01  LOOKUP-DIM-TYPE        PIC X(1).
       01  LOOKUP-DIM-CODE        PIC X(3).
       01  ACCOUNT-FIGURES.
           *> One account's contribution, added into each of its
           *> reporting lines.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  USD-BALANCE        PIC S9(9)V99.
           05  TIER-BASIS         PIC S9(9)V99.
           05  ACCT-TIER-CODE     PIC X(3).
           05  ADD-ACCTS          PIC 9(1).
           05  ADD-BALANCE        PIC S9(9)V99.
           05  ADD-INT            PIC 9(9)V99.
           05  ADD-CHG            PIC 9(9)V99.
           05  ADD-FEE            PIC 9(9)V99.
           05  ADD-NEW            PIC 9(1).
           05  ADD-CLOSED         PIC 9(1).
           05  HISTORY-BEFORE     PIC X VALUE "N".
               88  HISTORY-BEFORE-SW VALUE "Y".
           05  FLOW-USD           PIC 9(9)V99.
       01  COMPARE-FIELDS.
           05  PM-FOUND           PIC X VALUE "N".
               88  PM-FOUND-SW    VALUE "Y".
           05  PM-ACCTS           PIC 9(6).
           05  PM-BALANCE         PIC S9(11)V99.
           05  PM-INT             PIC 9(9)V99.
           05  PM-CHG             PIC 9(9)V99.
           05  PY-FOUND           PIC X VALUE "N".
               88  PY-FOUND-SW    VALUE "Y".
           05  PY-BALANCE         PIC S9(11)V99.
           05  PY-INT             PIC 9(9)V99.
           05  PY-CHG             PIC 9(9)V99.
           05  CALC-BALANCE       PIC S9(11)V99.
           05  CALC-INT           PIC 9(9)V99.
           05  CALC-CHG           PIC 9(9)V99.
           05  CALC-NIM           PIC S9(3)V99.
           05  CALC-OLD           PIC S9(11)V99.
           05  CALC-GROWTH        PIC S9(5)V9.
           05  NET-INTEREST       PIC S9(9)V99.
           05  BALANCE-MOVE       PIC S9(11)V99.
           05  COUNT-MOVE         PIC S9(6).
       01  TEXT-FIELDS.
           05  DIM-LABEL          PIC X(14).
           05  GROWTH-TEXT        PIC X(8).
           05  NIM-TEXT           PIC X(8).
           05  PM-GROWTH-TEXT     PIC X(8).
           05  PY-GROWTH-TEXT     PIC X(8).
           05  NIM-NOW-TEXT       PIC X(8).
           05  NIM-PM-TEXT        PIC X(8).
           05  NIM-PY-TEXT        PIC X(8).
       01  EDITED-FIELDS.
           05  EDITED-BALANCE     PIC -(10)9.99.
           05  EDITED-BALANCE-2   PIC -(10)9.99.
           05  EDITED-BALANCE-3   PIC -(10)9.99.
           05  EDITED-USD         PIC Z(8)9.99.
           05  EDITED-USD-2       PIC Z(8)9.99.
           05  EDITED-USD-3       PIC Z(8)9.99.
           05  EDITED-NET         PIC -(8)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-COUNT-3     PIC Z(5)9.
           05  EDITED-MOVE-COUNT  PIC -(5)9.
           05  EDITED-PCT         PIC -(4)9.9.
           05  EDITED-NIM         PIC -(3)9.99.
           05  EDITED-MAX         PIC Z(6)9.99.
           05  EDITED-RATE        PIC Z9.99.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  RUN-TOTALS.
           05  ACCOUNTS-READ      PIC 9(6) VALUE ZERO.
           05  HISTORY-ROWS-READ  PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Month-end management information: the book by branch,
       *> currency and rate tier -- open accounts and balances,
       *> interest expense paid (INT), debit interest and overdraft
       *> charges earned (CHG), fee income (FEE), and the net
       *> interest margin -- captured into the retained
       *> mis_history.ps and reported against last month and the
       *> same month last year, with growth, new and closed counts,
       *> and the movement in each tier.  Balances are the master at
       *> run time; the month's flows come off acct_history.ps.
       *> Everything is in USD at the published rates.  Scheduled
       *> for month-end night after the stream, like YEAR-END.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED
       PERFORM SET-REPORT-PERIODS.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-RATE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       IF CUSTOMER-COUNT > ZERO
           PERFORM PRESCAN-COMBINED-BALANCES
       END-IF.
       OPEN INPUT HISTORY-FILE.
       IF HISTORY-STATUS-OK
           MOVE "Y" TO HISTORY-ON-FILE
       ELSE
           DISPLAY "No history file (status " HISTORY-STATUS
               "), the month's flows report as zero"
       END-IF.
       *> The book and the three tiers always report, even empty.
       MOVE "A" TO LOOKUP-DIM-TYPE
       MOVE "ALL" TO LOOKUP-DIM-CODE
       PERFORM FIND-DIMENSION
       MOVE "T" TO LOOKUP-DIM-TYPE
       MOVE "1" TO LOOKUP-DIM-CODE
       PERFORM FIND-DIMENSION
       MOVE "2" TO LOOKUP-DIM-CODE
       PERFORM FIND-DIMENSION
       MOVE "3" TO LOOKUP-DIM-CODE
       PERFORM FIND-DIMENSION
       MOVE ZEROS TO ACCT-ID
       START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
           INVALID KEY
               MOVE "Y" TO END-OF-FILE
       END-START
       PERFORM UNTIL END-OF-FILE-SW
           READ ACCOUNT-FILE NEXT
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM MEASURE-ONE-ACCOUNT
           END-READ
       END-PERFORM.
       CLOSE ACCOUNT-FILE.
       IF HISTORY-ON-FILE-SW
           CLOSE HISTORY-FILE
       END-IF.
       PERFORM OPEN-MIS-HISTORY-FILE.
       OPEN OUTPUT REPORT-FILE.
       PERFORM WRITE-REPORT-HEADINGS.
       MOVE "Whole book" TO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       MOVE "A" TO LOOKUP-DIM-TYPE
       PERFORM REPORT-DIMENSION-TYPE.
       MOVE "By branch" TO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       MOVE "B" TO LOOKUP-DIM-TYPE
       PERFORM REPORT-DIMENSION-TYPE.
       MOVE "By currency" TO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       MOVE "C" TO LOOKUP-DIM-TYPE
       PERFORM REPORT-DIMENSION-TYPE.
       MOVE "By rate tier" TO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       MOVE "T" TO LOOKUP-DIM-TYPE
       PERFORM REPORT-DIMENSION-TYPE.
       PERFORM REPORT-TIER-MOVEMENT.
       PERFORM SAVE-MONTH-HISTORY.
       MOVE SPACES TO WORK-RECORD
       STRING "Accounts read: " ACCOUNTS-READ
              "  History rows in month: " HISTORY-ROWS-READ
              "  Reporting lines saved for " REPORT-MONTH
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       CLOSE MIS-HISTORY-FILE REPORT-FILE.
       STOP RUN.

       SET-REPORT-PERIODS.
           MOVE RUN-DATE-KEY(1:6) TO REPORT-MONTH
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS-OK
               READ PARAM-FILE
                   NOT AT END
                       IF PARAM-MONTH-STR IS NUMERIC
                           AND PARAM-MONTH-STR(5:2) >= "01"
                           AND PARAM-MONTH-STR(5:2) <= "12"
                           MOVE PARAM-MONTH-STR TO REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           MOVE REPORT-MONTH(1:4) TO REPORT-YEAR-NUM
           MOVE REPORT-MONTH(5:2) TO REPORT-MONTH-NUM
           IF REPORT-MONTH-NUM = 1
               COMPUTE PERIOD-YEAR = REPORT-YEAR-NUM - 1
               MOVE 12 TO PERIOD-MM
           ELSE
               MOVE REPORT-YEAR-NUM TO PERIOD-YEAR
               COMPUTE PERIOD-MM = REPORT-MONTH-NUM - 1
           END-IF
           STRING PERIOD-YEAR PERIOD-MM
                  DELIMITED BY SIZE INTO PRIOR-MONTH
           COMPUTE PERIOD-YEAR = REPORT-YEAR-NUM - 1
           MOVE REPORT-MONTH-NUM TO PERIOD-MM
           STRING PERIOD-YEAR PERIOD-MM
                  DELIMITED BY SIZE INTO PRIOR-YEAR-MONTH.

       MEASURE-ONE-ACCOUNT.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE "USD" TO CURRENCY-CODE
           END-IF
           PERFORM FIND-EXCHANGE-FOR-ACCOUNT
           COMPUTE USD-BALANCE ROUNDED =
               ACCT-BALANCE * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
           IF CUSTOMER-FOUND-SUB > ZERO
               MOVE CUST-TAB-COMBINED-USD(CUSTOMER-FOUND-SUB)
                   TO TIER-BASIS
           ELSE
               MOVE USD-BALANCE TO TIER-BASIS
           END-IF
           MOVE 1 TO RATE-TIER-SUB
           PERFORM UNTIL RATE-TIER-SUB >= 3
               OR TIER-BASIS <= TIER-MAX-BALANCE(RATE-TIER-SUB)
               ADD 1 TO RATE-TIER-SUB
           END-PERFORM
           MOVE RATE-TIER-SUB TO ACCT-TIER-CODE
           MOVE ZERO TO ADD-ACCTS ADD-BALANCE ADD-INT ADD-CHG
               ADD-FEE ADD-NEW ADD-CLOSED
           IF ACCT-CLOSED
               IF ACCT-CLOSED-DATE(1:6) = REPORT-MONTH
                   MOVE 1 TO ADD-CLOSED
               END-IF
           ELSE
               MOVE 1 TO ADD-ACCTS
               MOVE USD-BALANCE TO ADD-BALANCE
           END-IF
           MOVE "N" TO HISTORY-BEFORE
           IF HISTORY-ON-FILE-SW
               PERFORM SCAN-ACCOUNT-HISTORY
           END-IF
           *> ACCT-OPEN-DATE moves on a term-deposit rollover, so an
           *> account only counts as new when nothing was posted to
           *> it before the month began.
           IF ACCT-OPEN-DATE(1:6) = REPORT-MONTH
               AND NOT HISTORY-BEFORE-SW
               MOVE 1 TO ADD-NEW
           END-IF
           MOVE "A" TO LOOKUP-DIM-TYPE
           MOVE "ALL" TO LOOKUP-DIM-CODE
           PERFORM ADD-TO-DIMENSION
           MOVE "B" TO LOOKUP-DIM-TYPE
           MOVE ACCT-BRANCH-STR TO LOOKUP-DIM-CODE
           PERFORM ADD-TO-DIMENSION
           MOVE "C" TO LOOKUP-DIM-TYPE
           MOVE CURRENCY-CODE TO LOOKUP-DIM-CODE
           PERFORM ADD-TO-DIMENSION
           MOVE "T" TO LOOKUP-DIM-TYPE
           MOVE ACCT-TIER-CODE TO LOOKUP-DIM-CODE
           PERFORM ADD-TO-DIMENSION.

       SCAN-ACCOUNT-HISTORY.
           *> One keyed START pulls the account's movements in date
           *> order; the month's INT, CHG and FEE rows are the flows.
           *> History amounts are signed from the account's side, so
           *> a charge or fee (a debit) is income at its absolute
           *> value.
           MOVE ACCT-ID TO HIST-ACCT-ID
           MOVE LOW-VALUES TO HIST-TIMESTAMP
           MOVE ZEROS TO HIST-SEQ
           MOVE "N" TO SCAN-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF-SW
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO SCAN-EOF
                   NOT AT END
                       IF HIST-ACCT-ID NOT = ACCT-ID
                           OR HIST-TIMESTAMP(1:6) > REPORT-MONTH
                           MOVE "Y" TO SCAN-EOF
                       ELSE
                           IF HIST-TIMESTAMP(1:6) < REPORT-MONTH
                               MOVE "Y" TO HISTORY-BEFORE
                           ELSE
                               ADD 1 TO HISTORY-ROWS-READ
                               PERFORM ADD-ONE-FLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-FLOW.
           IF HIST-AMOUNT < ZERO
               COMPUTE FLOW-USD ROUNDED = HIST-AMOUNT * -1 *
                   EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           ELSE
               COMPUTE FLOW-USD ROUNDED = HIST-AMOUNT *
                   EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           END-IF
           EVALUATE HIST-TYPE
               WHEN "INT"
                   ADD FLOW-USD TO ADD-INT
               WHEN "CHG"
                   ADD FLOW-USD TO ADD-CHG
               WHEN "FEE"
                   ADD FLOW-USD TO ADD-FEE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-TO-DIMENSION.
           PERFORM FIND-DIMENSION
           IF DIM-FOUND-SUB > ZERO
               ADD ADD-ACCTS TO DIM-ACCTS(DIM-FOUND-SUB)
               ADD ADD-BALANCE TO DIM-BALANCE(DIM-FOUND-SUB)
               ADD ADD-INT TO DIM-INT(DIM-FOUND-SUB)
               ADD ADD-CHG TO DIM-CHG(DIM-FOUND-SUB)
               ADD ADD-FEE TO DIM-FEE(DIM-FOUND-SUB)
               ADD ADD-NEW TO DIM-NEW(DIM-FOUND-SUB)
               ADD ADD-CLOSED TO DIM-CLOSED(DIM-FOUND-SUB)
           END-IF.

       FIND-DIMENSION.
           MOVE ZERO TO DIM-FOUND-SUB
           MOVE 1 TO DIM-SUB
           PERFORM UNTIL DIM-SUB > DIM-COUNT OR DIM-FOUND-SUB > ZERO
               IF DIM-TYPE(DIM-SUB) = LOOKUP-DIM-TYPE
                   AND DIM-CODE(DIM-SUB) = LOOKUP-DIM-CODE
                   MOVE DIM-SUB TO DIM-FOUND-SUB
               END-IF
               ADD 1 TO DIM-SUB
           END-PERFORM
           IF DIM-FOUND-SUB = ZERO
               IF DIM-COUNT < 30
                   ADD 1 TO DIM-COUNT
                   MOVE LOOKUP-DIM-TYPE TO DIM-TYPE(DIM-COUNT)
                   MOVE LOOKUP-DIM-CODE TO DIM-CODE(DIM-COUNT)
                   MOVE ZERO TO DIM-ACCTS(DIM-COUNT)
                       DIM-BALANCE(DIM-COUNT) DIM-INT(DIM-COUNT)
                       DIM-CHG(DIM-COUNT) DIM-FEE(DIM-COUNT)
                       DIM-NEW(DIM-COUNT) DIM-CLOSED(DIM-COUNT)
                   MOVE DIM-COUNT TO DIM-FOUND-SUB
               ELSE
                   DISPLAY "Reporting table full, " LOOKUP-DIM-TYPE
                       " '" LOOKUP-DIM-CODE "' left off the report"
               END-IF
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WORK-RECORD
           STRING "Month-End MIS Report  Month: " REPORT-MONTH
                  "  Compared with: " PRIOR-MONTH
                  " and " PRIOR-YEAR-MONTH
                  "  Run Date: " RUN-DATE-EDITED
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-RECORD
           STRING "All amounts USD at rates dated " FX-AS-OF
                  ".  NIM = (CHG - INT) annualized over month-end "
                  "balance; fees shown apart."
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       REPORT-DIMENSION-TYPE.
           MOVE 1 TO DIM-SUB
           PERFORM UNTIL DIM-SUB > DIM-COUNT
               IF DIM-TYPE(DIM-SUB) = LOOKUP-DIM-TYPE
                   PERFORM REPORT-ONE-DIMENSION
               END-IF
               ADD 1 TO DIM-SUB
           END-PERFORM
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-DIMENSION.
           PERFORM READ-PRIOR-PERIODS
           PERFORM BUILD-DIM-LABEL
           *> Line 1: size of the book and its growth.
           MOVE DIM-BALANCE(DIM-SUB) TO CALC-BALANCE
           MOVE PM-BALANCE TO CALC-OLD
           PERFORM FORMAT-GROWTH
           IF PM-FOUND-SW
               MOVE GROWTH-TEXT TO PM-GROWTH-TEXT
           ELSE
               MOVE "    n/a" TO PM-GROWTH-TEXT
           END-IF
           MOVE PY-BALANCE TO CALC-OLD
           PERFORM FORMAT-GROWTH
           IF PY-FOUND-SW
               MOVE GROWTH-TEXT TO PY-GROWTH-TEXT
           ELSE
               MOVE "    n/a" TO PY-GROWTH-TEXT
           END-IF
           MOVE DIM-ACCTS(DIM-SUB) TO EDITED-COUNT
           MOVE DIM-BALANCE(DIM-SUB) TO EDITED-BALANCE
           MOVE PM-BALANCE TO EDITED-BALANCE-2
           MOVE PY-BALANCE TO EDITED-BALANCE-3
           MOVE SPACES TO WORK-RECORD
           STRING DIM-LABEL " Accts:" EDITED-COUNT
                  " Bal:" EDITED-BALANCE
                  " Mo:" EDITED-BALANCE-2 " (" PM-GROWTH-TEXT "%)"
                  " Yr:" EDITED-BALANCE-3 " (" PY-GROWTH-TEXT "%)"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           *> Line 2: the month's earnings and costs.
           MOVE DIM-INT(DIM-SUB) TO EDITED-USD
           MOVE DIM-CHG(DIM-SUB) TO EDITED-USD-2
           MOVE DIM-FEE(DIM-SUB) TO EDITED-USD-3
           MOVE DIM-NEW(DIM-SUB) TO EDITED-COUNT-2
           MOVE DIM-CLOSED(DIM-SUB) TO EDITED-COUNT-3
           MOVE SPACES TO WORK-RECORD
           STRING "               INT expense: " EDITED-USD
                  " CHG income: " EDITED-USD-2
                  " FEE income: " EDITED-USD-3
                  " New:" EDITED-COUNT-2
                  " Closed:" EDITED-COUNT-3
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           *> Line 3: margin now against the two comparison months.
           COMPUTE NET-INTEREST =
               DIM-CHG(DIM-SUB) - DIM-INT(DIM-SUB)
           MOVE DIM-BALANCE(DIM-SUB) TO CALC-BALANCE
           MOVE DIM-INT(DIM-SUB) TO CALC-INT
           MOVE DIM-CHG(DIM-SUB) TO CALC-CHG
           PERFORM FORMAT-NIM
           MOVE NIM-TEXT TO NIM-NOW-TEXT
           MOVE "    n/a" TO NIM-PM-TEXT NIM-PY-TEXT
           IF PM-FOUND-SW
               MOVE PM-BALANCE TO CALC-BALANCE
               MOVE PM-INT TO CALC-INT
               MOVE PM-CHG TO CALC-CHG
               PERFORM FORMAT-NIM
               MOVE NIM-TEXT TO NIM-PM-TEXT
           END-IF
           IF PY-FOUND-SW
               MOVE PY-BALANCE TO CALC-BALANCE
               MOVE PY-INT TO CALC-INT
               MOVE PY-CHG TO CALC-CHG
               PERFORM FORMAT-NIM
               MOVE NIM-TEXT TO NIM-PY-TEXT
           END-IF
           MOVE NET-INTEREST TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           STRING "               Net interest: " EDITED-NET
                  " NIM: " NIM-NOW-TEXT "%"
                  " Last month: " NIM-PM-TEXT "%"
                  " Last year: " NIM-PY-TEXT "%"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       BUILD-DIM-LABEL.
           MOVE SPACES TO DIM-LABEL
           EVALUATE DIM-TYPE(DIM-SUB)
               WHEN "A"
                   MOVE "  All accounts" TO DIM-LABEL
               WHEN "B"
                   IF DIM-CODE(DIM-SUB) = SPACES
                       MOVE "  Branch(none)" TO DIM-LABEL
                   ELSE
                       STRING "  Branch " DIM-CODE(DIM-SUB)
                              DELIMITED BY SIZE INTO DIM-LABEL
                   END-IF
               WHEN "C"
                   STRING "  Currency " DIM-CODE(DIM-SUB)
                          DELIMITED BY SIZE INTO DIM-LABEL
               WHEN "T"
                   STRING "  Tier " DIM-CODE(DIM-SUB)(1:1)
                          DELIMITED BY SIZE INTO DIM-LABEL
           END-EVALUATE.

       FORMAT-GROWTH.
           *> Percentage change from CALC-OLD to CALC-BALANCE; a
           *> comparison period with nothing in it has no growth rate.
           IF CALC-OLD = ZERO
               MOVE "    n/a" TO GROWTH-TEXT
           ELSE
               COMPUTE CALC-GROWTH ROUNDED =
                   (CALC-BALANCE - CALC-OLD) * 100 / CALC-OLD
                   ON SIZE ERROR
                       MOVE 99999.9 TO CALC-GROWTH
               END-COMPUTE
               MOVE CALC-GROWTH TO EDITED-PCT
               MOVE EDITED-PCT TO GROWTH-TEXT
           END-IF.

       FORMAT-NIM.
           *> The month's net interest, annualized, over the
           *> month-end balance.  No average balance is kept, so the
           *> month-end figure stands in for it.
           IF CALC-BALANCE NOT > ZERO
               MOVE "    n/a" TO NIM-TEXT
           ELSE
               COMPUTE CALC-NIM ROUNDED =
                   (CALC-CHG - CALC-INT) * 12 * 100 / CALC-BALANCE
                   ON SIZE ERROR
                       MOVE ZERO TO CALC-NIM
               END-COMPUTE
               MOVE CALC-NIM TO EDITED-NIM
               MOVE EDITED-NIM TO NIM-TEXT
           END-IF.

       READ-PRIOR-PERIODS.
           MOVE "N" TO PM-FOUND PY-FOUND
           MOVE ZERO TO PM-ACCTS PM-BALANCE PM-INT PM-CHG
               PY-BALANCE PY-INT PY-CHG
           MOVE PRIOR-MONTH TO MH-MONTH
           MOVE DIM-TYPE(DIM-SUB) TO MH-DIM-TYPE
           MOVE DIM-CODE(DIM-SUB) TO MH-DIM-CODE
           READ MIS-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PM-FOUND
                   MOVE MH-ACCT-COUNT TO PM-ACCTS
                   MOVE MH-BALANCE-USD TO PM-BALANCE
                   MOVE MH-INT-USD TO PM-INT
                   MOVE MH-CHG-USD TO PM-CHG
           END-READ
           MOVE PRIOR-YEAR-MONTH TO MH-MONTH
           MOVE DIM-TYPE(DIM-SUB) TO MH-DIM-TYPE
           MOVE DIM-CODE(DIM-SUB) TO MH-DIM-CODE
           READ MIS-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PY-FOUND
                   MOVE MH-BALANCE-USD TO PY-BALANCE
                   MOVE MH-INT-USD TO PY-INT
                   MOVE MH-CHG-USD TO PY-CHG
           END-READ.

       REPORT-TIER-MOVEMENT.
           *> Where the money moved between the rate bands since last
           *> month -- what treasury reads before touching
           *> rate_tiers.ps.  Tier limits and rates are tonight's.
           MOVE "Tier movement since last month" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO DIM-SUB
           PERFORM UNTIL DIM-SUB > DIM-COUNT
               IF DIM-TYPE(DIM-SUB) = "T"
                   PERFORM READ-PRIOR-PERIODS
                   MOVE DIM-CODE(DIM-SUB)(1:1) TO RATE-TIER-SUB
                   MOVE TIER-MAX-BALANCE(RATE-TIER-SUB) TO EDITED-MAX
                   MOVE TIER-RATE(RATE-TIER-SUB) TO EDITED-RATE
                   COMPUTE BALANCE-MOVE =
                       DIM-BALANCE(DIM-SUB) - PM-BALANCE
                   COMPUTE COUNT-MOVE = DIM-ACCTS(DIM-SUB) - PM-ACCTS
                   MOVE DIM-BALANCE(DIM-SUB) TO EDITED-BALANCE
                   MOVE BALANCE-MOVE TO EDITED-BALANCE-2
                   MOVE COUNT-MOVE TO EDITED-MOVE-COUNT
                   MOVE DIM-ACCTS(DIM-SUB) TO EDITED-COUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "  Tier " DIM-CODE(DIM-SUB)(1:1)
                          " (to " EDITED-MAX " at " EDITED-RATE "%)"
                          " Bal:" EDITED-BALANCE
                          " Moved:" EDITED-BALANCE-2
                          " Accts:" EDITED-COUNT
                          " Moved:" EDITED-MOVE-COUNT
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO DIM-SUB
           END-PERFORM
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       SAVE-MONTH-HISTORY.
           MOVE 1 TO DIM-SUB
           PERFORM UNTIL DIM-SUB > DIM-COUNT
               MOVE REPORT-MONTH TO MH-MONTH
               MOVE DIM-TYPE(DIM-SUB) TO MH-DIM-TYPE
               MOVE DIM-CODE(DIM-SUB) TO MH-DIM-CODE
               READ MIS-HISTORY-FILE
                   INVALID KEY
                       PERFORM FILL-MIS-HISTORY
                       WRITE MIS-HISTORY-RECORD
                   NOT INVALID KEY
                       PERFORM FILL-MIS-HISTORY
                       REWRITE MIS-HISTORY-RECORD
               END-READ
               IF NOT MIS-HISTORY-OK
                   DISPLAY "MIS history save failed for "
                       MH-KEY ", status " MIS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO DIM-SUB
           END-PERFORM.

       FILL-MIS-HISTORY.
           MOVE DIM-ACCTS(DIM-SUB) TO MH-ACCT-COUNT
           MOVE DIM-BALANCE(DIM-SUB) TO MH-BALANCE-USD
           MOVE DIM-INT(DIM-SUB) TO MH-INT-USD
           MOVE DIM-CHG(DIM-SUB) TO MH-CHG-USD
           MOVE DIM-FEE(DIM-SUB) TO MH-FEE-USD
           MOVE DIM-NEW(DIM-SUB) TO MH-NEW-COUNT
           MOVE DIM-CLOSED(DIM-SUB) TO MH-CLOSED-COUNT
           MOVE RUN-DATE-KEY TO MH-RUN-DATE.

       OPEN-MIS-HISTORY-FILE.
           OPEN I-O MIS-HISTORY-FILE
           IF MIS-HISTORY-STATUS = "35"
               OPEN OUTPUT MIS-HISTORY-FILE
               CLOSE MIS-HISTORY-FILE
               OPEN I-O MIS-HISTORY-FILE
           END-IF
           IF NOT MIS-HISTORY-OK
               DISPLAY "Unable to open MIS-HISTORY-FILE, status "
                   MIS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.

       FIND-EXCHANGE-FOR-ACCOUNT.
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR CURRENCY-CODE = EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF.

       LOAD-EXCHANGE-SCHEDULE.
           *> The month-end run follows the stream, so last night's
           *> published rates are the month-end rates; their date is
           *> printed rather than checked against the run date.
           MOVE "USD" TO EXCHANGE-CCY-CODE(1)
           MOVE 1.0000 TO EXCHANGE-RATE(1)
           MOVE 1 TO EXCHANGE-COUNT
           OPEN INPUT FX-RATES-FILE
           IF NOT FX-STATUS-OK
               DISPLAY "FX rates file missing, status " FX-STATUS
                   " - run FX-LOAD before this job"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FX-EOF-SW
               READ FX-RATES-FILE
                   AT END MOVE "Y" TO FX-EOF
                   NOT AT END
                       MOVE FX-DATE-STR TO FX-AS-OF
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
           CLOSE FX-RATES-FILE.

       LOAD-RATE-SCHEDULE.
           MOVE 999.99 TO TIER-MAX-BALANCE(1)
           MOVE 3.00 TO TIER-RATE(1)
           MOVE 9999.99 TO TIER-MAX-BALANCE(2)
           MOVE 4.00 TO TIER-RATE(2)
           MOVE 9999999.99 TO TIER-MAX-BALANCE(3)
           OPEN INPUT CONTROL-FILE
           IF CONTROL-STATUS-OK
               READ CONTROL-FILE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CTL-RATE-STR) TO
                           CTL-DEFAULT-RATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           MOVE CTL-DEFAULT-RATE TO TIER-RATE(3)
           MOVE SPACES TO BEST-EFF-DATE
           OPEN INPUT RATE-TIERS-FILE
           IF TIERS-STATUS-OK
               PERFORM UNTIL TIERS-EOF-SW
                   READ RATE-TIERS-FILE
                       AT END MOVE "Y" TO TIERS-EOF
                       NOT AT END
                           IF TIER-ROW-COUNT < 60
                               ADD 1 TO TIER-ROW-COUNT
                               MOVE RT-EFF-DATE-STR TO
                                   TIER-ROW-DATE(TIER-ROW-COUNT)
                               MOVE RT-TIER-NUM-STR TO
                                   TIER-ROW-NUM(TIER-ROW-COUNT)
                               MOVE FUNCTION NUMVAL(RT-MAX-BAL-STR)
                                   TO TIER-ROW-MAX(TIER-ROW-COUNT)
                               MOVE FUNCTION NUMVAL(RT-RATE-STR)
                                   TO TIER-ROW-RATE(TIER-ROW-COUNT)
                               IF RT-EFF-DATE-STR <= RUN-DATE-KEY
                                   AND RT-EFF-DATE-STR >
                                       BEST-EFF-DATE
                                   MOVE RT-EFF-DATE-STR TO
                                       BEST-EFF-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TIERS-FILE
               MOVE 1 TO TIER-ROW-SUB
               PERFORM UNTIL TIER-ROW-SUB > TIER-ROW-COUNT
                   IF BEST-EFF-DATE NOT = SPACES
                       AND TIER-ROW-DATE(TIER-ROW-SUB) = BEST-EFF-DATE
                       AND TIER-ROW-NUM(TIER-ROW-SUB) >= "1"
                       AND TIER-ROW-NUM(TIER-ROW-SUB) <= "3"
                       MOVE TIER-ROW-NUM(TIER-ROW-SUB) TO
                           TIER-APPLY-SUB
                       MOVE TIER-ROW-MAX(TIER-ROW-SUB) TO
                           TIER-MAX-BALANCE(TIER-APPLY-SUB)
                       MOVE TIER-ROW-RATE(TIER-ROW-SUB) TO
                           TIER-RATE(TIER-APPLY-SUB)
                   END-IF
                   ADD 1 TO TIER-ROW-SUB
               END-PERFORM
           END-IF.

       LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS-OK
               PERFORM UNTIL CUSTOMER-EOF-SW
                   READ CUSTOMER-FILE NEXT
                       AT END MOVE "Y" TO CUSTOMER-EOF
                       NOT AT END
                           IF CUSTOMER-COUNT < 100
                               ADD 1 TO CUSTOMER-COUNT
                               MOVE CUST-ID TO
                                   CUST-TAB-ID(CUSTOMER-COUNT)
                               MOVE ZERO TO
                                   CUST-TAB-COMBINED-USD(CUSTOMER-COUNT)
                               MOVE 1 TO CUSTOMER-SLOT-SUB
                               PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
                                   MOVE CUST-ACCT-ID-STR
                                       (CUSTOMER-SLOT-SUB) TO
                                       CUST-TAB-ACCT-ID(CUSTOMER-COUNT
                                       CUSTOMER-SLOT-SUB)
                                   ADD 1 TO CUSTOMER-SLOT-SUB
                               END-PERFORM
                           ELSE
                               DISPLAY "Customer table full, CUST-ID='"
                                   CUST-ID "' tiering per account"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       PRESCAN-COMBINED-BALANCES.
           *> Same relationship basis CALC-INTEREST tiers on.
           MOVE ZEROS TO ACCT-ID
           MOVE "N" TO SCAN-EOF
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-ID
               INVALID KEY
                   MOVE "Y" TO SCAN-EOF
           END-START
           PERFORM UNTIL SCAN-EOF-SW
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO SCAN-EOF
                   NOT AT END
                       MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO
                           ACCT-BALANCE
                       IF ACCT-BALANCE-STR = SPACES
                           MOVE ZERO TO ACCT-BALANCE
                       END-IF
                       IF CURRENCY-CODE = SPACES
                           MOVE "USD" TO CURRENCY-CODE
                       END-IF
                       PERFORM FIND-EXCHANGE-FOR-ACCOUNT
                       COMPUTE USD-BALANCE ROUNDED = ACCT-BALANCE *
                           EXCHANGE-RATE(EXCHANGE-TIER-SUB)
                       PERFORM FIND-CUSTOMER-FOR-ACCOUNT
                       IF CUSTOMER-FOUND-SUB > ZERO
                           ADD USD-BALANCE TO CUST-TAB-COMBINED-USD
                               (CUSTOMER-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-CUSTOMER-FOR-ACCOUNT.
           MOVE ACCT-ID TO CUSTOMER-ACCT-ID-STR
           MOVE ZERO TO CUSTOMER-FOUND-SUB
           MOVE 1 TO CUSTOMER-SUB
           PERFORM UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
               OR CUSTOMER-FOUND-SUB > ZERO
               MOVE 1 TO CUSTOMER-SLOT-SUB
               PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
                   IF CUST-TAB-ACCT-ID(CUSTOMER-SUB CUSTOMER-SLOT-SUB)
                       = CUSTOMER-ACCT-ID-STR
                       MOVE CUSTOMER-SUB TO CUSTOMER-FOUND-SUB
                   END-IF
                   ADD 1 TO CUSTOMER-SLOT-SUB
               END-PERFORM
               ADD 1 TO CUSTOMER-SUB
           END-PERFORM.
