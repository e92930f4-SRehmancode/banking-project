       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CLOSE.
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
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT CLOSE-TRANS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CLOSE-TRANS-STATUS.
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
           SELECT HOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\holds.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-STATUS.
           SELECT SORDER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\standing_orders.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS SORDER-STATUS.
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
           SELECT YTD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ytd_interest.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-ACCT-ID
           FILE STATUS IS YTD-STATUS.
           SELECT WHOLD-PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\whold_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS WHOLD-PARAM-STATUS.
           SELECT WHOLD-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_whold.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT CHEQUE-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\cashier_chk.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CHEQUE-STATUS.
           SELECT CLOSE-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_journal.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\close_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  PARAM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARAM-RECORD           PIC X(40).
           *> One line: the closing fee, in the closed account's own
           *> currency, and the retention days ACCT-PURGE keeps a
           *> closed record on the master, e.g. "10.00 2555".
       FD  CLOSE-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CLOSE-TRANS-RECORD     PIC X(40).
           *> "<acct> <reason> <payout acct|CHK> [W]" -- reason CR
           *> customer request, BK bank decision, DC deceased, OT
           *> other; the net balance goes to a nominated account of
           *> ours or out on a cashier's cheque; W waives the fee.
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           *> Same accrued-interest accumulator CALC-INTEREST adds to
           *> nightly; its balance is the interest earned to date.
           05  ACCR-ACCT-ID       PIC 9(6).
           05  ACCR-INTEREST      PIC 9(9)V99.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  SORDER-FILE.
           COPY SORDREC.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  YTD-FILE.
       01  YTD-RECORD.
           *> Same year-to-date record CALC-INTEREST keeps.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  WHOLD-PARAM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  WHOLD-PARAM-RECORD.
           05  WHOLD-PCT-STR      PIC X(5).    *> Backup-withholding
               *> percentage, e.g. "24.00"
       FD  WHOLD-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  WHOLD-FEED-RECORD.
           *> Backup withholding taken from final interest, in the
           *> layout of CALC-INTEREST's whold_feed.ps, for GL-EXTRACT.
           05  WHOLD-FEED-ACCT-ID PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  WHOLD-FEED-BRANCH  PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  WHOLD-FEED-CCY     PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  WHOLD-FEED-USD-AMOUNT PIC 9(9).99.
       FD  CHEQUE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CHEQUE-RECORD.
           *> Cashier's cheques payable, appended nightly for the
           *> cheque-printing run: issue date, closed account,
           *> currency, amount, and the payee's name and address off
           *> the customer master.
           05  CHQ-ISSUE-DATE     PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  CHQ-ACCT-ID        PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CHQ-CCY            PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  CHQ-AMOUNT         PIC 9(7).99.
           05  FILLER             PIC X VALUE SPACE.
           05  CHQ-PAYEE-NAME     PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  CHQ-PAYEE-ADDR     PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  CHQ-PAYEE-CITY     PIC X(20).
           05  FILLER             PIC X(7).
       FD  CLOSE-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CLOSE-JOURNAL-RECORD   PIC X(120).
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
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  CLOSE-TRANS-STATUS     PIC XX VALUE "00".
           88  CLOSE-TRANS-OK     VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  ACCRUAL-STATUS         PIC XX VALUE "00".
           88  ACCRUAL-STATUS-OK  VALUE "00".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  SORDER-STATUS          PIC XX VALUE "00".
           88  SORDER-STATUS-OK   VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  CHEQUE-STATUS          PIC XX VALUE "00".
           88  CHEQUE-STATUS-OK   VALUE "00".
       01  YTD-STATUS             PIC XX VALUE "00".
           88  YTD-STATUS-OK      VALUE "00".
       01  WHOLD-PARAM-STATUS     PIC XX VALUE "00".
           88  WHOLD-PARAM-OK     VALUE "00".
       01  HOLDS-ON-FILE          PIC X VALUE "N".
           88  HOLDS-ON-FILE-SW   VALUE "Y".
       01  ORDERS-ON-FILE         PIC X VALUE "N".
           88  ORDERS-ON-FILE-SW  VALUE "Y".
       01  HOLD-EOF               PIC X VALUE "N".
           88  HOLD-EOF-SW        VALUE "Y".
       01  SORDER-EOF             PIC X VALUE "N".
           88  SORDER-EOF-SW      VALUE "Y".
       01  PARAM-TOKENS.
           05  PARAM-FEE-STR      PIC X(10).
           05  PARAM-RETAIN-STR   PIC X(10).
       01  CLOSING-FEE            PIC 9(5)V99 VALUE ZERO.
           *> No parameter file means no closing fee; the retention
           *> token is ACCT-PURGE's and is not used here.
       01  WHOLD-RATE             PIC 9(2)V99 VALUE 24.00.
           *> CALC-INTEREST's default when whold_param.ps is absent.
       01  CLOSE-FIELDS.
           05  CLS-ACCT-STR       PIC X(8).
           05  CLS-REASON         PIC X(4).
           05  CLS-PAYOUT-STR     PIC X(8).
           05  CLS-WAIVE          PIC X(4).
           05  CLS-ACCT-ID        PIC 9(6).
           05  CLS-PAYOUT-ID      PIC 9(6).
           05  CLS-BY-CHEQUE      PIC X VALUE "N".
               88  CLS-BY-CHEQUE-SW VALUE "Y".
           05  REJECT-REASON      PIC X(50).
       01  PAYOUT-FIELDS.
           *> The receiving account's figures, taken while vetting
           *> so the credit is known to fit before anything posts.
           05  PAYOUT-CCY         PIC X(3).
           05  PAYOUT-BALANCE     PIC S9(7)V99.
           05  PAYOUT-NEW-BALANCE PIC S9(7)V99.
           05  PAYOUT-CREDIT      PIC 9(7)V99.
           05  FROM-FX-RATE       PIC 9(2)V9999.
           05  TO-FX-RATE         PIC 9(2)V9999.
       01  LOOKUP-CCY             PIC X(3).
       01  FOUND-FX-RATE          PIC 9(2)V9999.
       01  FX-CONTROLS.
           05  FX-EOF             PIC X VALUE "N".
               88  FX-EOF-SW      VALUE "Y".
           05  FX-TODAY           PIC X(8).
       01  EXCHANGE-SCHEDULE.
           *> Same exchange schedule the other nightly programs load
           *> from fx_rates.ps: a payout to an account in another
           *> currency converts through USD, and the report's totals
           *> are USD.
           05  EXCHANGE-COUNT     PIC 9(2) VALUE ZERO.
           05  EXCHANGE-TIER OCCURS 10 TIMES.
               10  EXCHANGE-CCY-CODE  PIC X(3).
               10  EXCHANGE-RATE      PIC 9(2)V9999.
       01  EXCHANGE-TIER-SUB      PIC 9(2).
       01  CUSTOMER-CONTROLS.
           05  CUSTOMER-COUNT     PIC 9(3) VALUE ZERO.
           05  CUSTOMER-SUB       PIC 9(3).
           05  CUSTOMER-SLOT-SUB  PIC 9(1).
           05  CUSTOMER-FOUND-SUB PIC 9(3) VALUE ZERO.
           05  CUSTOMER-EOF       PIC X VALUE "N".
               88  CUSTOMER-EOF-SW VALUE "Y".
           05  CUSTOMER-ACCT-ID-STR PIC X(6).
       01  CUSTOMER-TABLE.
           *> Owner name and mailing address, for the cheque, and
           *> the backup-withholding flag for final interest.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-NAME         PIC X(20).
               10  CUST-TAB-ADDR         PIC X(20).
               10  CUST-TAB-CITY         PIC X(20).
               10  CUST-TAB-WHOLD        PIC X(1).
                   88  CUST-TAB-BACKUP-WHOLD VALUE "B".
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  NEW-BALANCE        PIC S9(7)V99.
           05  PROJECTED-BALANCE  PIC S9(9)V99.
           05  INTEREST-AMOUNT    PIC 9(7)V99.
           05  WITHHOLD-AMOUNT    PIC 9(7)V99.
           05  USD-WITHHOLD-AMOUNT PIC 9(7)V99.
           05  FEE-AMOUNT         PIC 9(7)V99.
           05  NET-AMOUNT         PIC 9(7)V99.
           05  HELD-AMOUNT        PIC 9(9)V99.
           05  USD-AMOUNT         PIC 9(9)V99.
       01  HISTORY-WRITE-FIELDS.
           05  HIST-SET-ACCT      PIC 9(6).
           05  HIST-SET-TYPE      PIC X(3).
           05  HIST-SET-AMOUNT    PIC S9(7)V99.
           05  HIST-SET-CCY       PIC X(3).
           05  HIST-SET-BALANCE   PIC S9(7)V99.
       01  AUDIT-HIST-FIELDS.
           05  AH-SET-TYPE        PIC X(3).
           05  AH-SET-RATE        PIC 9(2)V99.
           05  AH-SET-AMOUNT      PIC 9(7)V99.
       01  HIST-SEQ-COUNTER       PIC 9(3) VALUE ZERO.
       01  AH-SEQ-COUNTER         PIC 9(3) VALUE ZERO.
       01  JOURNAL-FIELDS.
           *> Journal lines share the posting log's shape -- tag
           *> cols 1-8, account 9-14, quoted code at 17, amount at
           *> 28-37 -- so EOD-PROOF rolls them the same way: "I"
           *> interest, "W" backup tax withheld from it, "F" fee,
           *> "-" and "+" the two transfer legs, "C" paid out by
           *> cheque.
           05  JRNL-ACCT-ID       PIC 9(6).
           05  JRNL-CODE          PIC X(1).
           05  JRNL-AMOUNT        PIC 9(7)V99.
           05  JRNL-NEW-BALANCE   PIC S9(7)V99.
       01  RUN-DATE-KEY           PIC X(8).
       01  RUN-DATE-EDITED        PIC X(10).
       01  RUN-STAMP-KEY          PIC X(14).
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-NEW-BALANCE PIC -(7)9.99.
           05  EDITED-INTEREST    PIC Z(6)9.99.
           05  EDITED-WITHHOLD    PIC Z(6)9.99.
           05  EDITED-FEE         PIC Z(6)9.99.
           05  EDITED-NET         PIC Z(6)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-USD         PIC Z(8)9.99.
           05  EDITED-USD-2       PIC Z(8)9.99.
       01  RUN-TOTALS.
           05  REQUEST-COUNT      PIC 9(6) VALUE ZERO.
           05  CLOSED-COUNT       PIC 9(6) VALUE ZERO.
           05  REJECTED-COUNT     PIC 9(6) VALUE ZERO.
           05  INTEREST-COUNT     PIC 9(6) VALUE ZERO.
           05  INTEREST-USD       PIC 9(9)V99 VALUE ZERO.
           05  WITHHELD-COUNT     PIC 9(6) VALUE ZERO.
           05  WITHHELD-USD       PIC 9(9)V99 VALUE ZERO.
           05  FEE-COUNT          PIC 9(6) VALUE ZERO.
           05  FEE-USD            PIC 9(9)V99 VALUE ZERO.
           05  TRANSFER-COUNT     PIC 9(6) VALUE ZERO.
           05  TRANSFER-USD       PIC 9(9)V99 VALUE ZERO.
           05  CHEQUE-COUNT       PIC 9(6) VALUE ZERO.
           05  CHEQUE-USD         PIC 9(9)V99 VALUE ZERO.
           05  ORDERS-CANCELLED   PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Formal account closure.  Each request on close_trans.ps
       *> is vetted whole before anything moves; then the interest
       *> accrued to date is posted as final interest and the
       *> accrual cleared, backup withholding is taken from it for
       *> a "B" customer, the closing fee is taken, the net balance
       *> is transferred to the nominated account or paid out on a
       *> cashier's cheque, and the record is marked closed with its
       *> date and reason -- never deleted, so it still answers on
       *> TELLER-INQ and gets its final statement.  Standing orders
       *> on the account are cancelled.  Every movement goes to
       *> history and to close_journal.ps, which EOD-PROOF rolls.
       *> Runs after TRANS-POST and FEE-ASSESS, so the day's own
       *> postings are in the balance it pays away, and before
       *> CALC-INTEREST, which then passes the closed record over.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY.
       MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP-KEY.
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED.
       PERFORM LOAD-PARAMETERS.
       OPEN OUTPUT CLOSE-JOURNAL-FILE
            OUTPUT REPORT-FILE
            OUTPUT WHOLD-FEED-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "Account Closure Report              Run Date: "
              RUN-DATE-EDITED
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       OPEN INPUT CLOSE-TRANS-FILE.
       IF NOT CLOSE-TRANS-OK
           *> No closures keyed tonight -- an empty journal is the
           *> right answer, and EOD-PROOF reads it as no movements.
           MOVE "No closure requests tonight" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           CLOSE CLOSE-JOURNAL-FILE REPORT-FILE WHOLD-FEED-FILE
           STOP RUN
       END-IF.
       OPEN I-O ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           CLOSE CLOSE-TRANS-FILE CLOSE-JOURNAL-FILE REPORT-FILE
                 WHOLD-FEED-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       PERFORM OPEN-ACCRUAL-FILE.
       PERFORM OPEN-HISTORY-FILE.
       PERFORM OPEN-AUDIT-HIST-FILE.
       PERFORM OPEN-YTD-FILE.
       PERFORM OPEN-HOLD-FILE.
       PERFORM OPEN-SORDER-FILE.
       OPEN EXTEND CHEQUE-FILE.
       IF CHEQUE-STATUS = "35"
           OPEN OUTPUT CHEQUE-FILE
       END-IF.
       IF NOT CHEQUE-STATUS-OK
           DISPLAY "Unable to open CHEQUE-FILE, status "
               CHEQUE-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL END-OF-FILE-SW
           READ CLOSE-TRANS-FILE
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF CLOSE-TRANS-RECORD NOT = SPACES
                       ADD 1 TO REQUEST-COUNT
                       PERFORM WORK-ONE-CLOSURE
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM WRITE-RUN-TOTALS.
       CLOSE ACCOUNT-FILE CLOSE-TRANS-FILE ACCRUAL-FILE HISTORY-FILE
             AUDIT-HIST-FILE YTD-FILE CHEQUE-FILE CLOSE-JOURNAL-FILE
             REPORT-FILE WHOLD-FEED-FILE.
       IF HOLDS-ON-FILE-SW
           CLOSE HOLD-FILE
       END-IF.
       IF ORDERS-ON-FILE-SW
           CLOSE SORDER-FILE
       END-IF.
       STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS-OK
               READ PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO PARAM-TOKENS
                       UNSTRING PARAM-RECORD DELIMITED BY ALL SPACE
                           INTO PARAM-FEE-STR PARAM-RETAIN-STR
                       END-UNSTRING
                       IF PARAM-FEE-STR NOT = SPACES
                           MOVE FUNCTION NUMVAL(PARAM-FEE-STR)
                               TO CLOSING-FEE
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           OPEN INPUT WHOLD-PARAM-FILE
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

       WORK-ONE-CLOSURE.
           MOVE SPACES TO CLS-ACCT-STR CLS-REASON CLS-PAYOUT-STR
               CLS-WAIVE REJECT-REASON
           UNSTRING CLOSE-TRANS-RECORD DELIMITED BY ALL SPACE
               INTO CLS-ACCT-STR CLS-REASON CLS-PAYOUT-STR CLS-WAIVE
           END-UNSTRING
           PERFORM VET-CLOSURE
           IF REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "*** REJECTED *** '" CLOSE-TRANS-RECORD
                      "' - " REJECT-REASON
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM SETTLE-AND-CLOSE
           END-IF.

       VET-CLOSURE.
           *> Everything is checked before the master is touched.
           *> The receiving account is read first, so the account
           *> being closed is the one left in the record area.
           MOVE "N" TO CLS-BY-CHEQUE
           IF CLS-ACCT-STR(1:6) IS NOT NUMERIC
               OR CLS-ACCT-STR(7:2) NOT = SPACES
               MOVE "account missing or not numeric" TO REJECT-REASON
           ELSE
               MOVE CLS-ACCT-STR(1:6) TO CLS-ACCT-ID
           END-IF
           IF REJECT-REASON = SPACES
               IF CLS-REASON NOT = "CR" AND CLS-REASON NOT = "BK"
                   AND CLS-REASON NOT = "DC" AND CLS-REASON NOT = "OT"
                   MOVE "reason must be CR, BK, DC or OT"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               AND CLS-WAIVE NOT = SPACES AND CLS-WAIVE NOT = "W"
               MOVE "fourth token must be W (waive fee) or blank"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES
               IF CLS-PAYOUT-STR = "CHK"
                   MOVE "Y" TO CLS-BY-CHEQUE
               ELSE
                   IF CLS-PAYOUT-STR(1:6) IS NOT NUMERIC
                       OR CLS-PAYOUT-STR(7:2) NOT = SPACES
                       MOVE "payout must be an account number or CHK"
                           TO REJECT-REASON
                   ELSE
                       MOVE CLS-PAYOUT-STR(1:6) TO CLS-PAYOUT-ID
                       IF CLS-PAYOUT-ID = CLS-ACCT-ID
                           MOVE "payout account is the account itself"
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND NOT CLS-BY-CHEQUE-SW
               MOVE CLS-PAYOUT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "payout account not on file"
                           TO REJECT-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ACCT-CLOSED
                               MOVE "payout account is closed"
                                   TO REJECT-REASON
                           WHEN ACCT-CHARGED-OFF
                               MOVE "payout account is charged off"
                                   TO REJECT-REASON
                           WHEN OTHER
                               MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR)
                                   TO PAYOUT-BALANCE
                               IF ACCT-BALANCE-STR = SPACES
                                   MOVE ZERO TO PAYOUT-BALANCE
                               END-IF
                               MOVE CURRENCY-CODE TO PAYOUT-CCY
                               IF PAYOUT-CCY = SPACES
                                   MOVE "USD" TO PAYOUT-CCY
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF
           IF REJECT-REASON = SPACES
               MOVE CLS-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "account not on file" TO REJECT-REASON
                   NOT INVALID KEY
                       PERFORM VET-CLOSING-ACCOUNT
               END-READ
           END-IF.

       VET-CLOSING-ACCOUNT.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE "USD" TO CURRENCY-CODE
           END-IF
           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE "account is already closed" TO REJECT-REASON
               WHEN ACCT-CHARGED-OFF
                   *> Written off and still in collections; there is
                   *> nothing to pay out.
                   MOVE "account is charged off" TO REJECT-REASON
               WHEN ACCT-BALANCE < ZERO
                   *> An overdrawn account is recovered first; closing
                   *> it here would write the debt off unseen.
                   MOVE "account is overdrawn" TO REJECT-REASON
               WHEN CLS-BY-CHEQUE-SW AND CUSTOMER-FOUND-SUB = ZERO
                   MOVE "no owner on the customer master for cheque"
                       TO REJECT-REASON
               WHEN OTHER
                   PERFORM SUM-ACTIVE-HOLDS
                   IF HELD-AMOUNT > ZERO
                       MOVE "active holds on the account"
                           TO REJECT-REASON
                   END-IF
           END-EVALUATE
           IF REJECT-REASON = SPACES
               PERFORM PROJECT-NET-PAYOUT
           END-IF.

       PROJECT-NET-PAYOUT.
           *> Works out tonight's figures ahead of posting -- interest
           *> to date, the backup withholding CALC-INTEREST would
           *> take from it, the fee (never more than there is to
           *> take), the net -- and, for a transfer, that the credit
           *> will fit the receiving account's balance field.
           MOVE ACCT-ID TO ACCR-ACCT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE ZERO TO ACCR-INTEREST
           END-READ
           MOVE ACCR-INTEREST TO INTEREST-AMOUNT
           COMPUTE PROJECTED-BALANCE = ACCT-BALANCE + INTEREST-AMOUNT
           IF PROJECTED-BALANCE > 9999999.99
               MOVE "final interest would overflow the balance"
                   TO REJECT-REASON
           END-IF
           MOVE ZERO TO WITHHOLD-AMOUNT
           IF CUSTOMER-FOUND-SUB > ZERO
               IF CUST-TAB-BACKUP-WHOLD(CUSTOMER-FOUND-SUB)
                   COMPUTE WITHHOLD-AMOUNT ROUNDED =
                       INTEREST-AMOUNT * WHOLD-RATE / 100
                   SUBTRACT WITHHOLD-AMOUNT FROM PROJECTED-BALANCE
               END-IF
           END-IF
           MOVE ZERO TO FEE-AMOUNT
           IF CLS-WAIVE NOT = "W"
               IF CLOSING-FEE > PROJECTED-BALANCE
                   MOVE PROJECTED-BALANCE TO FEE-AMOUNT
               ELSE
                   MOVE CLOSING-FEE TO FEE-AMOUNT
               END-IF
           END-IF
           IF REJECT-REASON = SPACES
               COMPUTE NET-AMOUNT = PROJECTED-BALANCE - FEE-AMOUNT
               IF NOT CLS-BY-CHEQUE-SW AND NET-AMOUNT > ZERO
                   PERFORM PRICE-PAYOUT-CREDIT
               END-IF
           END-IF.

       PRICE-PAYOUT-CREDIT.
           *> Same conversion TRANS-POST applies to a cross-currency
           *> transfer leg: through USD at today's published rates.
           IF CURRENCY-CODE = PAYOUT-CCY
               MOVE NET-AMOUNT TO PAYOUT-CREDIT
           ELSE
               MOVE CURRENCY-CODE TO LOOKUP-CCY
               PERFORM FIND-FX-RATE
               MOVE FOUND-FX-RATE TO FROM-FX-RATE
               MOVE PAYOUT-CCY TO LOOKUP-CCY
               PERFORM FIND-FX-RATE
               MOVE FOUND-FX-RATE TO TO-FX-RATE
               COMPUTE PAYOUT-CREDIT ROUNDED =
                   NET-AMOUNT * FROM-FX-RATE / TO-FX-RATE
                   ON SIZE ERROR
                       MOVE "payout credit would overflow"
                           TO REJECT-REASON
               END-COMPUTE
           END-IF
           IF REJECT-REASON = SPACES
               COMPUTE PAYOUT-NEW-BALANCE =
                   PAYOUT-BALANCE + PAYOUT-CREDIT
                   ON SIZE ERROR
                       MOVE "payout credit would overflow the receiving"
                           TO REJECT-REASON
               END-COMPUTE
           END-IF.

       SETTLE-AND-CLOSE.
           *> ACCOUNT-DATA holds the account being closed.
           PERFORM FIND-EXCHANGE-FOR-ACCOUNT
           IF INTEREST-AMOUNT > ZERO
               PERFORM POST-FINAL-INTEREST
           END-IF
           IF FEE-AMOUNT > ZERO
               PERFORM POST-CLOSING-FEE
           END-IF
           IF NET-AMOUNT > ZERO AND NOT CLS-BY-CHEQUE-SW
               PERFORM CREDIT-PAYOUT-ACCOUNT
               MOVE CLS-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Closing account vanished, ACCT-ID='"
                           CLS-ACCT-ID "'"
                       MOVE 8 TO RETURN-CODE
               END-READ
               IF CURRENCY-CODE = SPACES
                   MOVE "USD" TO CURRENCY-CODE
               END-IF
           END-IF
           PERFORM MARK-ACCOUNT-CLOSED
           IF NET-AMOUNT > ZERO
               IF CLS-BY-CHEQUE-SW
                   PERFORM ISSUE-CASHIERS-CHEQUE
               ELSE
                   MOVE "TRO" TO HIST-SET-TYPE
                   MOVE "-" TO JRNL-CODE
                   PERFORM RECORD-PAYOUT-DEBIT
                   ADD 1 TO TRANSFER-COUNT
                   ADD USD-AMOUNT TO TRANSFER-USD
               END-IF
           END-IF
           IF ORDERS-ON-FILE-SW
               PERFORM CANCEL-STANDING-ORDERS
           END-IF
           ADD 1 TO CLOSED-COUNT
           PERFORM REPORT-CLOSURE.

       POST-FINAL-INTEREST.
           *> Interest accrued to date is paid the way TERM-MATURITY
           *> pays final interest -- INT history and audit history,
           *> interest-to-date for the year-end extract, and backup
           *> withholding for a "B" customer -- and the accrual is
           *> cleared once it has landed.  The accumulator carries no
           *> rate, so none is audited.
           COMPUTE NEW-BALANCE = ACCT-BALANCE + INTEREST-AMOUNT
           PERFORM REWRITE-CLOSING-BALANCE
           IF ACCOUNT-STATUS-OK
               MOVE ACCT-ID TO HIST-SET-ACCT
               MOVE "INT" TO HIST-SET-TYPE
               MOVE INTEREST-AMOUNT TO HIST-SET-AMOUNT
               MOVE CURRENCY-CODE TO HIST-SET-CCY
               MOVE NEW-BALANCE TO HIST-SET-BALANCE
               PERFORM WRITE-HISTORY-RECORD
               MOVE "INT" TO AH-SET-TYPE
               MOVE ZERO TO AH-SET-RATE
               MOVE INTEREST-AMOUNT TO AH-SET-AMOUNT
               PERFORM WRITE-AUDIT-HIST
               MOVE ACCT-ID TO JRNL-ACCT-ID
               MOVE "I" TO JRNL-CODE
               MOVE INTEREST-AMOUNT TO JRNL-AMOUNT
               MOVE NEW-BALANCE TO JRNL-NEW-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE NEW-BALANCE TO ACCT-BALANCE
               ADD 1 TO INTEREST-COUNT
               COMPUTE USD-AMOUNT ROUNDED = INTEREST-AMOUNT *
                   EXCHANGE-RATE(EXCHANGE-TIER-SUB)
               ADD USD-AMOUNT TO INTEREST-USD
               MOVE ZERO TO ACCR-INTEREST
               REWRITE ACCRUAL-RECORD
               IF NOT ACCRUAL-STATUS-OK
                   DISPLAY "Accrual clear failed for ACCT-ID='"
                       ACCT-ID "', status " ACCRUAL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM ADD-INTEREST-TO-YTD
               IF WITHHOLD-AMOUNT > ZERO
                   PERFORM POST-BACKUP-WITHHOLDING
               END-IF
           END-IF.

       ADD-INTEREST-TO-YTD.
           MOVE ACCT-ID TO YTD-ACCT-ID
           READ YTD-FILE
               INVALID KEY
                   MOVE INTEREST-AMOUNT TO YTD-INTEREST
                   MOVE ZERO TO YTD-WITHHELD
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   ADD INTEREST-AMOUNT TO YTD-INTEREST
                   REWRITE YTD-RECORD
           END-READ
           IF NOT YTD-STATUS-OK
               DISPLAY "Interest-to-date update failed for ACCT-ID='"
                   ACCT-ID "', status " YTD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       POST-BACKUP-WITHHOLDING.
           *> CALC-INTEREST's withholding, at its rate, taken from the
           *> final interest just posted: BWH history and audit
           *> history, a "W" journal line, the account's
           *> withheld-to-date, and a line on the feed GL-EXTRACT
           *> books.  The amount was already netted out of tonight's
           *> payout when the closure was vetted.
           COMPUTE NEW-BALANCE = ACCT-BALANCE - WITHHOLD-AMOUNT
           PERFORM REWRITE-CLOSING-BALANCE
           IF ACCOUNT-STATUS-OK
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
               MOVE ACCT-ID TO JRNL-ACCT-ID
               MOVE "W" TO JRNL-CODE
               MOVE WITHHOLD-AMOUNT TO JRNL-AMOUNT
               MOVE NEW-BALANCE TO JRNL-NEW-BALANCE
               PERFORM WRITE-JOURNAL-LINE
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
                   WITHHOLD-AMOUNT * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
               ADD 1 TO WITHHELD-COUNT
               ADD USD-WITHHOLD-AMOUNT TO WITHHELD-USD
               MOVE SPACES TO WHOLD-FEED-RECORD
               MOVE ACCT-ID TO WHOLD-FEED-ACCT-ID
               MOVE ACCT-BRANCH-STR TO WHOLD-FEED-BRANCH
               MOVE CURRENCY-CODE TO WHOLD-FEED-CCY
               MOVE USD-WITHHOLD-AMOUNT TO WHOLD-FEED-USD-AMOUNT
               WRITE WHOLD-FEED-RECORD
           END-IF.

       POST-CLOSING-FEE.
           COMPUTE NEW-BALANCE = ACCT-BALANCE - FEE-AMOUNT
           PERFORM REWRITE-CLOSING-BALANCE
           IF ACCOUNT-STATUS-OK
               MOVE ACCT-ID TO HIST-SET-ACCT
               MOVE "FEE" TO HIST-SET-TYPE
               COMPUTE HIST-SET-AMOUNT = FEE-AMOUNT * -1
               MOVE CURRENCY-CODE TO HIST-SET-CCY
               MOVE NEW-BALANCE TO HIST-SET-BALANCE
               PERFORM WRITE-HISTORY-RECORD
               MOVE ACCT-ID TO JRNL-ACCT-ID
               MOVE "F" TO JRNL-CODE
               MOVE FEE-AMOUNT TO JRNL-AMOUNT
               MOVE NEW-BALANCE TO JRNL-NEW-BALANCE
               PERFORM WRITE-JOURNAL-LINE
               MOVE NEW-BALANCE TO ACCT-BALANCE
               ADD 1 TO FEE-COUNT
               COMPUTE USD-AMOUNT ROUNDED = FEE-AMOUNT *
                   EXCHANGE-RATE(EXCHANGE-TIER-SUB)
               ADD USD-AMOUNT TO FEE-USD
           END-IF.

       REWRITE-CLOSING-BALANCE.
           MOVE NEW-BALANCE TO EDITED-NEW-BALANCE
           MOVE FUNCTION TRIM(EDITED-NEW-BALANCE) TO ACCT-BALANCE-STR
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               DISPLAY "Closure REWRITE failed for ACCT-ID='"
                   ACCT-ID "', status " ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       CREDIT-PAYOUT-ACCOUNT.
           MOVE CLS-PAYOUT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "Payout account vanished, ACCT-ID='"
                       CLS-PAYOUT-ID "'"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PAYOUT-NEW-BALANCE TO EDITED-NEW-BALANCE
                   MOVE FUNCTION TRIM(EDITED-NEW-BALANCE) TO
                       ACCT-BALANCE-STR
                   REWRITE ACCOUNT-DATA
                   IF NOT ACCOUNT-STATUS-OK
                       DISPLAY "Payout REWRITE failed for ACCT-ID='"
                           ACCT-ID "', status " ACCOUNT-STATUS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE ACCT-ID TO HIST-SET-ACCT
                       MOVE "TRI" TO HIST-SET-TYPE
                       MOVE PAYOUT-CREDIT TO HIST-SET-AMOUNT
                       MOVE PAYOUT-CCY TO HIST-SET-CCY
                       MOVE PAYOUT-NEW-BALANCE TO HIST-SET-BALANCE
                       PERFORM WRITE-HISTORY-RECORD
                       MOVE ACCT-ID TO JRNL-ACCT-ID
                       MOVE "+" TO JRNL-CODE
                       MOVE PAYOUT-CREDIT TO JRNL-AMOUNT
                       MOVE PAYOUT-NEW-BALANCE TO JRNL-NEW-BALANCE
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
           END-READ.

       MARK-ACCOUNT-CLOSED.
           *> The balance goes to zero in the same REWRITE that marks
           *> the record closed, so a closed account can never be
           *> left holding money.  Closing is the customer's own act,
           *> so it counts as activity.
           MOVE "0.00" TO ACCT-BALANCE-STR
           MOVE "C" TO ACCT-STATUS-STR
           MOVE RUN-DATE-KEY TO ACCT-CLOSED-DATE
           MOVE CLS-REASON TO ACCT-CLOSE-REASON
           MOVE RUN-DATE-KEY TO ACCT-LAST-ACTIVITY
           MOVE SPACE TO ACCT-DORMANT-STR
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               DISPLAY "Close REWRITE failed for ACCT-ID='"
                   ACCT-ID "', status " ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       RECORD-PAYOUT-DEBIT.
           *> History and journal for the money leaving the closed
           *> account; HIST-SET-TYPE and JRNL-CODE are set by the
           *> caller.
           MOVE ACCT-ID TO HIST-SET-ACCT
           COMPUTE HIST-SET-AMOUNT = NET-AMOUNT * -1
           MOVE CURRENCY-CODE TO HIST-SET-CCY
           MOVE ZERO TO HIST-SET-BALANCE
           PERFORM WRITE-HISTORY-RECORD
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE NET-AMOUNT TO JRNL-AMOUNT
           MOVE ZERO TO JRNL-NEW-BALANCE
           PERFORM WRITE-JOURNAL-LINE
           COMPUTE USD-AMOUNT ROUNDED = NET-AMOUNT *
               EXCHANGE-RATE(EXCHANGE-TIER-SUB).

       ISSUE-CASHIERS-CHEQUE.
           MOVE SPACES TO CHEQUE-RECORD
           MOVE RUN-DATE-KEY TO CHQ-ISSUE-DATE
           MOVE ACCT-ID TO CHQ-ACCT-ID
           MOVE CURRENCY-CODE TO CHQ-CCY
           MOVE NET-AMOUNT TO CHQ-AMOUNT
           MOVE CUST-TAB-NAME(CUSTOMER-FOUND-SUB) TO CHQ-PAYEE-NAME
           MOVE CUST-TAB-ADDR(CUSTOMER-FOUND-SUB) TO CHQ-PAYEE-ADDR
           MOVE CUST-TAB-CITY(CUSTOMER-FOUND-SUB) TO CHQ-PAYEE-CITY
           WRITE CHEQUE-RECORD
           IF NOT CHEQUE-STATUS-OK
               DISPLAY "Cheque WRITE failed for ACCT-ID='"
                   ACCT-ID "', status " CHEQUE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "CLS" TO HIST-SET-TYPE
           MOVE "C" TO JRNL-CODE
           PERFORM RECORD-PAYOUT-DEBIT
           ADD 1 TO CHEQUE-COUNT
           ADD USD-AMOUNT TO CHEQUE-USD.

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
                           AND (SO-FROM-ACCT = CLS-ACCT-ID
                           OR SO-TO-ACCT = CLS-ACCT-STR(1:6))
                           MOVE "C" TO SO-STATUS-STR
                           MOVE RUN-DATE-KEY TO SO-CLOSED-DATE
                           REWRITE SORDER-DATA
                           IF SORDER-STATUS-OK
                               ADD 1 TO ORDERS-CANCELLED
                               MOVE SPACES TO WORK-RECORD
                               STRING "  Standing order " SO-ID
                                      " cancelled with account "
                                      CLS-ACCT-ID
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               PERFORM WRITE-REPORT-LINE
                           ELSE
                               DISPLAY "Standing order REWRITE "
                                   "failed, SO-ID='" SO-ID
                                   "', status " SORDER-STATUS
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-CLOSURE.
           MOVE INTEREST-AMOUNT TO EDITED-INTEREST
           MOVE FEE-AMOUNT TO EDITED-FEE
           MOVE NET-AMOUNT TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           IF CLS-BY-CHEQUE-SW
               STRING "Account " CLS-ACCT-ID " closed (" CLS-REASON
                      ") - Interest: " EDITED-INTEREST
                      " Fee: " EDITED-FEE
                      " Net: " EDITED-NET " " CURRENCY-CODE
                      " by cashier's cheque to "
                      CUST-TAB-NAME(CUSTOMER-FOUND-SUB)
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "Account " CLS-ACCT-ID " closed (" CLS-REASON
                      ") - Interest: " EDITED-INTEREST
                      " Fee: " EDITED-FEE
                      " Net: " EDITED-NET " " CURRENCY-CODE
                      " to account " CLS-PAYOUT-ID
                      DELIMITED BY SIZE INTO WORK-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WITHHOLD-AMOUNT > ZERO
               MOVE WITHHOLD-AMOUNT TO EDITED-WITHHOLD
               MOVE SPACES TO WORK-RECORD
               STRING "  Backup withholding from final interest: "
                      EDITED-WITHHOLD " " CURRENCY-CODE
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE JRNL-AMOUNT TO EDITED-AMOUNT
           MOVE JRNL-NEW-BALANCE TO EDITED-NEW-BALANCE
           MOVE SPACES TO WORK-RECORD
           STRING "Account " JRNL-ACCT-ID " '" JRNL-CODE
                  "' Amount: " EDITED-AMOUNT
                  " New Balance: " EDITED-NEW-BALANCE
                  " Closure of " CLS-ACCT-ID
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO CLOSE-JOURNAL-RECORD
           WRITE CLOSE-JOURNAL-RECORD.

       WRITE-RUN-TOTALS.
           MOVE REQUEST-COUNT TO EDITED-COUNT
           MOVE CLOSED-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "Closure Totals - Requests: " EDITED-COUNT
                  " Closed: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE REJECTED-COUNT TO EDITED-COUNT
           MOVE ORDERS-CANCELLED TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Rejected: " EDITED-COUNT
                  " Standing orders cancelled: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE INTEREST-COUNT TO EDITED-COUNT
           MOVE INTEREST-USD TO EDITED-USD
           MOVE FEE-COUNT TO EDITED-COUNT-2
           MOVE FEE-USD TO EDITED-USD-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Final interest: " EDITED-COUNT
                  " Amount (USD): " EDITED-USD
                  " Closing fees: " EDITED-COUNT-2
                  " Amount (USD): " EDITED-USD-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WITHHELD-COUNT TO EDITED-COUNT
           MOVE WITHHELD-USD TO EDITED-USD
           MOVE SPACES TO WORK-RECORD
           STRING "  Backup withheld: " EDITED-COUNT
                  " Amount (USD): " EDITED-USD
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE TRANSFER-COUNT TO EDITED-COUNT
           MOVE TRANSFER-USD TO EDITED-USD
           MOVE CHEQUE-COUNT TO EDITED-COUNT-2
           MOVE CHEQUE-USD TO EDITED-USD-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Transferred: " EDITED-COUNT
                  " Amount (USD): " EDITED-USD
                  " Cashier's cheques: " EDITED-COUNT-2
                  " Amount (USD): " EDITED-USD-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.

       SUM-ACTIVE-HOLDS.
           *> Same test TRANS-POST applies: an active hold that has
           *> not passed its expiry date.
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
                                   OR HOLD-EXPIRY-DATE >= RUN-DATE-KEY)
                                   ADD HOLD-AMOUNT TO HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       OPEN-HOLD-FILE.
           *> No holds file just means nothing has ever been held.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-OK
               MOVE "Y" TO HOLDS-ON-FILE
           ELSE
               IF HOLD-STATUS NOT = "35"
                   DISPLAY "Unable to open HOLD-FILE, status "
                       HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

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
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-ACCRUAL-FILE.
           OPEN I-O ACCRUAL-FILE
           IF ACCRUAL-STATUS = "35"
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           IF NOT ACCRUAL-STATUS-OK
               DISPLAY "Unable to open ACCRUAL-FILE, status "
                   ACCRUAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-YTD-FILE.
           OPEN I-O YTD-FILE
           IF YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF NOT YTD-STATUS-OK
               DISPLAY "Unable to open YTD-FILE, status " YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN I-O HISTORY-FILE
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF NOT HISTORY-STATUS-OK
               DISPLAY "Unable to open HISTORY-FILE, status "
                   HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-HISTORY-RECORD.
           ADD 1 TO HIST-SEQ-COUNTER
           MOVE HIST-SET-ACCT TO HIST-ACCT-ID
           MOVE RUN-STAMP-KEY TO HIST-TIMESTAMP
           MOVE HIST-SEQ-COUNTER TO HIST-SEQ
           MOVE HIST-SET-TYPE TO HIST-TYPE
           MOVE HIST-SET-AMOUNT TO HIST-AMOUNT
           MOVE HIST-SET-CCY TO HIST-CCY
           MOVE HIST-SET-BALANCE TO HIST-NEW-BALANCE
           MOVE SPACES TO HIST-BATCH-SERIAL
           WRITE HISTORY-DATA
           IF NOT HISTORY-STATUS-OK
               DISPLAY "History WRITE failed for ACCT-ID='"
                   HIST-SET-ACCT "', status " HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-AUDIT-HIST-FILE.
           OPEN I-O AUDIT-HIST-FILE
           IF AUDIT-HIST-STATUS = "35"
               OPEN OUTPUT AUDIT-HIST-FILE
               CLOSE AUDIT-HIST-FILE
               OPEN I-O AUDIT-HIST-FILE
           END-IF
           IF NOT AUDIT-HIST-OK
               DISPLAY "Unable to open AUDIT-HIST-FILE, status "
                   AUDIT-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-AUDIT-HIST.
           ADD 1 TO AH-SEQ-COUNTER
           MOVE ACCT-ID TO AH-ACCT-ID
           MOVE RUN-STAMP-KEY TO AH-TIMESTAMP
           MOVE AH-SEQ-COUNTER TO AH-SEQ
           MOVE AH-SET-TYPE TO AH-TYPE
           MOVE CURRENCY-CODE TO AH-CCY
           MOVE ACCT-BALANCE TO AH-BALANCE
           MOVE AH-SET-RATE TO AH-RATE
           MOVE AH-SET-AMOUNT TO AH-AMOUNT
           WRITE AUDIT-HIST-DATA
           IF NOT AUDIT-HIST-OK
               DISPLAY "Audit history WRITE failed for ACCT-ID='"
                   ACCT-ID "', status " AUDIT-HIST-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       FIND-EXCHANGE-FOR-ACCOUNT.
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR CURRENCY-CODE = EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF.

       FIND-FX-RATE.
           MOVE 1.0000 TO FOUND-FX-RATE
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               IF EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB) = LOOKUP-CCY
                   MOVE EXCHANGE-RATE(EXCHANGE-TIER-SUB) TO
                       FOUND-FX-RATE
               END-IF
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM.

       LOAD-EXCHANGE-SCHEDULE.
           *> Same load and same staleness rule as CALC-INTEREST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-TODAY
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
                       IF FX-DATE-STR NOT = FX-TODAY
                           DISPLAY "FX rates dated " FX-DATE-STR
                               " are stale for run date " FX-TODAY
                               " - run FX-LOAD with today's feed"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
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

       LOAD-CUSTOMER-TABLE.
           *> No customer master just means no cheque can be
           *> addressed; transfers still close.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               DISPLAY "No customer master (status " CUSTOMER-STATUS
                   "), cashier's cheques cannot be addressed"
           ELSE
               PERFORM UNTIL CUSTOMER-EOF-SW
                   READ CUSTOMER-FILE NEXT
                       AT END MOVE "Y" TO CUSTOMER-EOF
                       NOT AT END
                           IF CUSTOMER-COUNT < 100
                               ADD 1 TO CUSTOMER-COUNT
                               MOVE CUST-ID TO
                                   CUST-TAB-ID(CUSTOMER-COUNT)
                               MOVE CUST-NAME TO
                                   CUST-TAB-NAME(CUSTOMER-COUNT)
                               MOVE CUST-WHOLD-STR TO
                                   CUST-TAB-WHOLD(CUSTOMER-COUNT)
                               MOVE CUST-ADDR-STR TO
                                   CUST-TAB-ADDR(CUSTOMER-COUNT)
                               MOVE CUST-CITY-STR TO
                                   CUST-TAB-CITY(CUSTOMER-COUNT)
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
                                   CUST-ID "' cannot be addressed"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

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
