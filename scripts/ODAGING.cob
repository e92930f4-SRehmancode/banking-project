       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMER-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\odage_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\fx_rates.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FX-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\collect_list.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT CHGOFF-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\chgoff_journal.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT CHGOFF-FEED-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\chgoff_feed.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\od_aging_rpt.ps"
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
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  PARAM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  PARAM-RECORD.
           *> Days an account may stay overdrawn before it is charged
           *> off, e.g. "00120".
           05  PARAM-CHGOFF-DAYS-STR PIC X(5).
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  WORKLIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  WORKLIST-RECORD.
           *> Collections worklist, one line per account still owing:
           *> aging bucket, days overdrawn, what is owed (the negative
           *> balance, or what is still outstanding on a charge-off),
           *> and who to call, off the customer master.
           05  WL-ACCT-ID         PIC 9(6).
           05  FILLER             PIC X.
           05  WL-BUCKET          PIC X(5).    *> "1-30", "31-60",
               *> "61-90", "90+", or "CHGOF" once charged off
           05  FILLER             PIC X.
           05  WL-DAYS            PIC Z(4)9.
           05  FILLER             PIC X.
           05  WL-OWED            PIC -(7)9.99.
           05  FILLER             PIC X.
           05  WL-CCY             PIC X(3).
           05  FILLER             PIC X.
           05  WL-OD-SINCE        PIC X(8).
           05  FILLER             PIC X.
           05  WL-CUST-NAME       PIC X(20).
           05  FILLER             PIC X.
           05  WL-CUST-PHONE      PIC X(12).
           05  FILLER             PIC X(23).
       FD  CHGOFF-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CHGOFF-JOURNAL-RECORD  PIC X(120).
       FD  CHGOFF-FEED-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  CHGOFF-FEED-RECORD.
           *> One line per charge-off, picked up by GL-EXTRACT for the
           *> loss voucher; amount already in USD at today's rate.
           05  CHGOFF-FEED-ACCT-ID PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CHGOFF-FEED-BRANCH PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  CHGOFF-FEED-CCY    PIC X(3).
           05  FILLER             PIC X VALUE SPACE.
           05  CHGOFF-FEED-USD-AMOUNT PIC 9(9).99.
       FD  REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD          PIC X(120).
       FD  SORDER-FILE.
           COPY SORDREC.
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  SORDER-STATUS          PIC XX VALUE "00".
           88  SORDER-STATUS-OK   VALUE "00".
       01  ORDERS-ON-FILE         PIC X VALUE "N".
           88  ORDERS-ON-FILE-SW  VALUE "Y".
       01  SORDER-EOF             PIC X VALUE "N".
           88  SORDER-EOF-SW      VALUE "Y".
       01  CHGOFF-DAYS            PIC 9(5) VALUE 120.
           *> Fallback when no parameter file is supplied; kept past
           *> the last aging bucket so every account works through
           *> 90+ on the worklist before it is written off.
       01  DATE-WORK.
           05  TODAY-INTEGER      PIC 9(8).
           05  OD-SINCE-INTEGER   PIC 9(8).
           05  OD-SINCE-NUM       PIC 9(8).
           05  DAYS-OVERDRAWN     PIC S9(8).
           05  OD-STAMPED         PIC X VALUE "N".
               88  OD-STAMPED-SW  VALUE "Y".
       01  FX-CONTROLS.
           05  FX-EOF             PIC X VALUE "N".
               88  FX-EOF-SW      VALUE "Y".
           05  FX-TODAY           PIC X(8).
       01  EXCHANGE-SCHEDULE.
           *> Same exchange schedule the other nightly programs load
           *> from fx_rates.ps: the buckets and the loss voucher are
           *> totalled in USD.
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
           *> Owner name and phone, for the collector's call.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-NAME         PIC X(20).
               10  CUST-TAB-PHONE        PIC X(12).
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
       01  BUCKET-TABLE.
           *> Overdrawn accounts by days overdrawn; the fifth row is
           *> tonight's charge-offs.
           05  BUCKET-ENTRY OCCURS 5 TIMES.
               10  BUCKET-LABEL   PIC X(5).
               10  BUCKET-COUNT   PIC 9(6).
               10  BUCKET-USD     PIC 9(9)V99.
       01  BUCKET-SUB             PIC 9(1).
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  OWED-AMOUNT        PIC 9(7)V99.
           05  CHGOFF-AMOUNT      PIC 9(7)V99.
           05  RECOVERED-AMOUNT   PIC 9(7)V99.
           05  USD-AMOUNT         PIC 9(9)V99.
       01  HISTORY-WRITE-FIELDS.
           05  HIST-SET-ACCT      PIC 9(6).
           05  HIST-SET-TYPE      PIC X(3).
           05  HIST-SET-AMOUNT    PIC S9(7)V99.
           05  HIST-SET-CCY       PIC X(3).
           05  HIST-SET-BALANCE   PIC S9(7)V99.
       01  HIST-SEQ-COUNTER       PIC 9(3) VALUE ZERO.
       01  RUN-DATE-KEY           PIC X(8).
       01  RUN-DATE-EDITED        PIC X(10).
       01  RUN-STAMP-KEY          PIC X(14).
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-OLD-BALANCE PIC -(7)9.99.
           05  EDITED-DAYS        PIC Z(4)9.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-USD         PIC Z(8)9.99.
       01  RUN-TOTALS.
           05  SCANNED-COUNT      PIC 9(6) VALUE ZERO.
           05  NEWLY-OVERDRAWN    PIC 9(6) VALUE ZERO.
           05  CURED-COUNT        PIC 9(6) VALUE ZERO.
           05  WORKLIST-COUNT     PIC 9(6) VALUE ZERO.
           05  PRIOR-CHGOFF-COUNT PIC 9(6) VALUE ZERO.
           05  PRIOR-CHGOFF-USD   PIC 9(9)V99 VALUE ZERO.
           05  ORDERS-CANCELLED   PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Nightly overdraft aging.  Stamps the date an account is
       *> first found overdrawn and clears it once the account is
       *> back in credit; ages every overdrawn account into the
       *> 1-30 / 31-60 / 61-90 / 90+ day buckets and puts it on the
       *> collections worklist with the owner's name and phone.  An
       *> account overdrawn past the charge-off threshold on
       *> odage_param.ps is charged off: the balance is written off
       *> to zero, the record goes to charged-off status -- which
       *> CALC-INTEREST passes over, so debit interest stops -- and
       *> the loss goes to chgoff_journal.ps for EOD-PROOF and to
       *> chgoff_feed.ps for GL-EXTRACT.  TRANS-POST then takes any
       *> later deposit to recovery income.  The account's standing
       *> orders, in or out, are cancelled with the charge-off.
       *> Runs after TRANS-POST
       *> and FEE-ASSESS, so the day's postings are in the balances
       *> it ages, and before CALC-INTEREST.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY.
       MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP-KEY.
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED.
       COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(RUN-DATE-KEY)).
       OPEN INPUT PARAM-FILE.
       IF PARAM-STATUS-OK
           READ PARAM-FILE
               NOT AT END
                   IF PARAM-CHGOFF-DAYS-STR IS NUMERIC
                       MOVE PARAM-CHGOFF-DAYS-STR TO CHGOFF-DAYS
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF.
       OPEN I-O ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       PERFORM OPEN-HISTORY-FILE.
       PERFORM OPEN-SORDER-FILE.
       OPEN OUTPUT WORKLIST-FILE
            OUTPUT CHGOFF-JOURNAL-FILE
            OUTPUT CHGOFF-FEED-FILE
            OUTPUT REPORT-FILE.
       MOVE "1-30" TO BUCKET-LABEL(1)
       MOVE "31-60" TO BUCKET-LABEL(2)
       MOVE "61-90" TO BUCKET-LABEL(3)
       MOVE "90+" TO BUCKET-LABEL(4)
       MOVE "CHGOF" TO BUCKET-LABEL(5)
       MOVE 1 TO BUCKET-SUB
       PERFORM UNTIL BUCKET-SUB > 5
           MOVE ZERO TO BUCKET-COUNT(BUCKET-SUB)
           MOVE ZERO TO BUCKET-USD(BUCKET-SUB)
           ADD 1 TO BUCKET-SUB
       END-PERFORM.
       MOVE CHGOFF-DAYS TO EDITED-DAYS
       MOVE SPACES TO WORK-RECORD
       STRING "Overdraft Aging Report              Run Date: "
              RUN-DATE-EDITED
              "  Charge-off after: " EDITED-DAYS " days"
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       PERFORM UNTIL END-OF-FILE-SW
           READ ACCOUNT-FILE
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   ADD 1 TO SCANNED-COUNT
                   PERFORM AGE-ONE-ACCOUNT
           END-READ
       END-PERFORM.
       PERFORM WRITE-RUN-TOTALS.
       CLOSE ACCOUNT-FILE HISTORY-FILE WORKLIST-FILE
             CHGOFF-JOURNAL-FILE CHGOFF-FEED-FILE REPORT-FILE.
       IF ORDERS-ON-FILE-SW
           CLOSE SORDER-FILE
       END-IF.
       STOP RUN.

       AGE-ONE-ACCOUNT.
           *> A closed account has nothing owing.  A charged-off one
           *> stays on the worklist while anything is still
           *> outstanding, but is never aged or written off twice.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE "USD" TO CURRENCY-CODE
           END-IF
           PERFORM FIND-EXCHANGE-FOR-ACCOUNT
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   CONTINUE
               WHEN ACCT-CHARGED-OFF
                   PERFORM LIST-CHARGED-OFF-ACCOUNT
               WHEN ACCT-BALANCE < ZERO
                   PERFORM AGE-OVERDRAWN-ACCOUNT
               WHEN OTHER
                   IF ACCT-OD-SINCE-DATE NOT = SPACES
                       *> Back in credit: the clock stops, and starts
                       *> afresh if the account goes overdrawn again.
                       MOVE SPACES TO ACCT-OD-SINCE-DATE
                       PERFORM REWRITE-AGED-ACCOUNT
                       IF ACCOUNT-STATUS-OK
                           ADD 1 TO CURED-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       AGE-OVERDRAWN-ACCOUNT.
           *> An unreadable date is treated like a missing one: the
           *> clock starts tonight rather than aging off rubbish.
           *> The stamp is written with the aging below, in the one
           *> REWRITE the record gets tonight.
           MOVE "N" TO OD-STAMPED
           IF ACCT-OD-SINCE-DATE = SPACES
               OR ACCT-OD-SINCE-DATE IS NOT NUMERIC
               MOVE RUN-DATE-KEY TO ACCT-OD-SINCE-DATE
               MOVE "Y" TO OD-STAMPED
           END-IF
           *> The first night overdrawn is day 1.
           MOVE ACCT-OD-SINCE-DATE TO OD-SINCE-NUM
           COMPUTE OD-SINCE-INTEGER =
               FUNCTION INTEGER-OF-DATE(OD-SINCE-NUM)
           COMPUTE DAYS-OVERDRAWN =
               TODAY-INTEGER - OD-SINCE-INTEGER + 1
           COMPUTE OWED-AMOUNT = ACCT-BALANCE * -1
           COMPUTE USD-AMOUNT ROUNDED = OWED-AMOUNT *
               EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           IF DAYS-OVERDRAWN >= CHGOFF-DAYS
               PERFORM CHARGE-OFF-ACCOUNT
           ELSE
               EVALUATE TRUE
                   WHEN DAYS-OVERDRAWN <= 30
                       MOVE 1 TO BUCKET-SUB
                   WHEN DAYS-OVERDRAWN <= 60
                       MOVE 2 TO BUCKET-SUB
                   WHEN DAYS-OVERDRAWN <= 90
                       MOVE 3 TO BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO BUCKET-SUB
               END-EVALUATE
               ADD 1 TO BUCKET-COUNT(BUCKET-SUB)
               ADD USD-AMOUNT TO BUCKET-USD(BUCKET-SUB)
               PERFORM WRITE-WORKLIST-LINE
               IF OD-STAMPED-SW
                   PERFORM REWRITE-AGED-ACCOUNT
                   IF ACCOUNT-STATUS-OK
                       ADD 1 TO NEWLY-OVERDRAWN
                   END-IF
               END-IF
           END-IF.

       CHARGE-OFF-ACCOUNT.
           *> The balance is written off to zero in the same REWRITE
           *> that sets the charged-off status, so the loss and the
           *> status can never part company.  Writing a debt off is
           *> the bank's act, not the customer's: the activity date
           *> stays put.
           MOVE OWED-AMOUNT TO CHGOFF-AMOUNT
           MOVE CHGOFF-AMOUNT TO EDITED-AMOUNT
           MOVE FUNCTION TRIM(EDITED-AMOUNT) TO ACCT-CHGOFF-AMT-STR
           MOVE "0.00" TO ACCT-RECOVERED-STR
           MOVE RUN-DATE-KEY TO ACCT-CHGOFF-DATE
           MOVE "X" TO ACCT-STATUS-STR
           MOVE "0.00" TO ACCT-BALANCE-STR
           PERFORM REWRITE-AGED-ACCOUNT
           IF ACCOUNT-STATUS-OK
               MOVE 5 TO BUCKET-SUB
               ADD 1 TO BUCKET-COUNT(BUCKET-SUB)
               ADD USD-AMOUNT TO BUCKET-USD(BUCKET-SUB)
               MOVE ACCT-ID TO HIST-SET-ACCT
               MOVE "CHO" TO HIST-SET-TYPE
               MOVE CHGOFF-AMOUNT TO HIST-SET-AMOUNT
               MOVE CURRENCY-CODE TO HIST-SET-CCY
               MOVE ZERO TO HIST-SET-BALANCE
               PERFORM WRITE-HISTORY-RECORD
               PERFORM WRITE-CHGOFF-JOURNAL-LINE
               MOVE SPACES TO CHGOFF-FEED-RECORD
               MOVE ACCT-ID TO CHGOFF-FEED-ACCT-ID
               MOVE ACCT-BRANCH-STR TO CHGOFF-FEED-BRANCH
               MOVE CURRENCY-CODE TO CHGOFF-FEED-CCY
               MOVE USD-AMOUNT TO CHGOFF-FEED-USD-AMOUNT
               WRITE CHGOFF-FEED-RECORD
               MOVE DAYS-OVERDRAWN TO EDITED-DAYS
               MOVE SPACES TO WORK-RECORD
               STRING "Account " ACCT-ID " CHARGED OFF after "
                      EDITED-DAYS " days overdrawn - Amount: "
                      EDITED-AMOUNT " " CURRENCY-CODE
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               *> Collections carry on after the write-off.
               PERFORM WRITE-WORKLIST-LINE
               IF ORDERS-ON-FILE-SW
                   PERFORM CANCEL-STANDING-ORDERS
               END-IF
           END-IF.

       CANCEL-STANDING-ORDERS.
           *> Orders paying out of or into the charged-off account can
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
                           MOVE RUN-DATE-KEY TO SO-CLOSED-DATE
                           REWRITE SORDER-DATA
                           IF SORDER-STATUS-OK
                               ADD 1 TO ORDERS-CANCELLED
                               MOVE SPACES TO WORK-RECORD
                               STRING "  Standing order " SO-ID
                                      " cancelled with account "
                                      ACCT-ID
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

       LIST-CHARGED-OFF-ACCOUNT.
           MOVE FUNCTION NUMVAL(ACCT-CHGOFF-AMT-STR) TO CHGOFF-AMOUNT
           IF ACCT-CHGOFF-AMT-STR = SPACES
               MOVE ZERO TO CHGOFF-AMOUNT
           END-IF
           MOVE FUNCTION NUMVAL(ACCT-RECOVERED-STR) TO
               RECOVERED-AMOUNT
           IF ACCT-RECOVERED-STR = SPACES
               MOVE ZERO TO RECOVERED-AMOUNT
           END-IF
           IF CHGOFF-AMOUNT > RECOVERED-AMOUNT
               COMPUTE OWED-AMOUNT = CHGOFF-AMOUNT - RECOVERED-AMOUNT
               COMPUTE USD-AMOUNT ROUNDED = OWED-AMOUNT *
                   EXCHANGE-RATE(EXCHANGE-TIER-SUB)
               ADD 1 TO PRIOR-CHGOFF-COUNT
               ADD USD-AMOUNT TO PRIOR-CHGOFF-USD
               MOVE ZERO TO DAYS-OVERDRAWN
               IF ACCT-OD-SINCE-DATE IS NUMERIC
                   MOVE ACCT-OD-SINCE-DATE TO OD-SINCE-NUM
                   COMPUTE OD-SINCE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(OD-SINCE-NUM)
                   COMPUTE DAYS-OVERDRAWN =
                       TODAY-INTEGER - OD-SINCE-INTEGER + 1
               END-IF
               MOVE 5 TO BUCKET-SUB
               PERFORM WRITE-WORKLIST-LINE
           END-IF.

       REWRITE-AGED-ACCOUNT.
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               DISPLAY "Aging REWRITE failed for ACCT-ID='"
                   ACCT-ID "', status " ACCOUNT-STATUS
               *> The run carries on, but must not report clean.
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-WORKLIST-LINE.
           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
           MOVE SPACES TO WORKLIST-RECORD
           MOVE ACCT-ID TO WL-ACCT-ID
           MOVE BUCKET-LABEL(BUCKET-SUB) TO WL-BUCKET
           MOVE DAYS-OVERDRAWN TO WL-DAYS
           COMPUTE WL-OWED = OWED-AMOUNT * -1
           MOVE CURRENCY-CODE TO WL-CCY
           MOVE ACCT-OD-SINCE-DATE TO WL-OD-SINCE
           IF CUSTOMER-FOUND-SUB > ZERO
               MOVE CUST-TAB-NAME(CUSTOMER-FOUND-SUB) TO WL-CUST-NAME
               MOVE CUST-TAB-PHONE(CUSTOMER-FOUND-SUB) TO
                   WL-CUST-PHONE
           ELSE
               MOVE "(NO OWNER ON FILE)" TO WL-CUST-NAME
           END-IF
           WRITE WORKLIST-RECORD
           ADD 1 TO WORKLIST-COUNT.

       WRITE-CHGOFF-JOURNAL-LINE.
           *> Same shape as the posting log's movement lines -- tag
           *> cols 1-8, account 9-14, quoted code at 17, amount at
           *> 28-37 -- so EOD-PROOF rolls the write-off ('X', a
           *> credit bringing the balance up to zero) the same way.
           MOVE ACCT-BALANCE TO EDITED-OLD-BALANCE
           MOVE SPACES TO WORK-RECORD
           STRING "Account " ACCT-ID " 'X' Amount: " EDITED-AMOUNT
                  " Old Balance: " EDITED-OLD-BALANCE
                  " New Balance: 0.00 Charged off"
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO CHGOFF-JOURNAL-RECORD
           WRITE CHGOFF-JOURNAL-RECORD.

       WRITE-RUN-TOTALS.
           MOVE 1 TO BUCKET-SUB
           PERFORM UNTIL BUCKET-SUB > 5
               MOVE BUCKET-COUNT(BUCKET-SUB) TO EDITED-COUNT
               MOVE BUCKET-USD(BUCKET-SUB) TO EDITED-USD
               MOVE SPACES TO WORK-RECORD
               IF BUCKET-SUB = 5
                   STRING "Charged off tonight: " EDITED-COUNT
                          " Amount (USD): " EDITED-USD
                          DELIMITED BY SIZE INTO WORK-RECORD
               ELSE
                   STRING "Overdrawn " BUCKET-LABEL(BUCKET-SUB)
                          " days: " EDITED-COUNT
                          " Amount (USD): " EDITED-USD
                          DELIMITED BY SIZE INTO WORK-RECORD
               END-IF
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO BUCKET-SUB
           END-PERFORM
           MOVE PRIOR-CHGOFF-COUNT TO EDITED-COUNT
           MOVE PRIOR-CHGOFF-USD TO EDITED-USD
           MOVE SPACES TO WORK-RECORD
           STRING "Charged off earlier, still outstanding: "
                  EDITED-COUNT " Amount (USD): " EDITED-USD
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SCANNED-COUNT TO EDITED-COUNT
           MOVE WORKLIST-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "Aging Totals - Scanned: " EDITED-COUNT
                  " On worklist: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE NEWLY-OVERDRAWN TO EDITED-COUNT
           MOVE CURED-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Newly overdrawn: " EDITED-COUNT
                  " Back in credit: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE ORDERS-CANCELLED TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "  Standing orders cancelled: " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.

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
           *> No customer master just means the worklist goes out
           *> without names and phones; the aging still runs.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               DISPLAY "No customer master (status " CUSTOMER-STATUS
                   "), worklist will carry no names or phones"
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
                               MOVE CUST-PHONE-STR TO
                                   CUST-TAB-PHONE(CUSTOMER-COUNT)
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
                                   CUST-ID "' not on the worklist"
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
