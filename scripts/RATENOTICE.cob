       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-NOTICE.
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
           SELECT CONTROL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\control_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CONTROL-STATUS.
           SELECT RATE-TIERS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\rate_tiers.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TIERS-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\rnotice_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT LETTER-FILE ASSIGN USING LETTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL  *> One letter file per
               *> published set, named for its effective date
           FILE STATUS IS LETTER-STATUS.
           SELECT NOTICE-RPT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\rnotice_rpt.ps"
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
       FD  CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONTROLREC.
       FD  RATE-TIERS-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY RATETIER.
       FD  PARAM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  PARAM-RECORD.
           05  PARAM-NOTICE-DAYS-STR PIC X(5). *> Days of advance
               *> notice the customer is owed, e.g. "00030"
       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-RECORD          PIC X(80).
       FD  NOTICE-RPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  NOTICE-RPT-RECORD      PIC X(100).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  CONTROL-STATUS         PIC XX VALUE "00".
           88  CONTROL-STATUS-OK  VALUE "00".
       01  TIERS-STATUS           PIC XX VALUE "00".
           88  TIERS-STATUS-OK    VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  LETTER-STATUS          PIC XX VALUE "00".
           88  LETTER-STATUS-OK   VALUE "00".
       01  LETTER-FILE-NAME       PIC X(80).
       01  FX-EOF                 PIC X VALUE "N".
           88  FX-EOF-SW          VALUE "Y".
       01  TIERS-EOF              PIC X VALUE "N".
           88  TIERS-EOF-SW       VALUE "Y".
       01  NOTICE-DAYS            PIC 9(5) VALUE 30.
           *> Fallback when no parameter is supplied: the thirty
           *> days' notice owed ahead of an adverse rate change.
       01  DATE-WORK.
           05  RUN-DATE-KEY       PIC X(8).
           05  RUN-DATE-EDITED    PIC X(10).
           05  EFF-DATE-EDITED    PIC X(10).
           05  TODAY-INTEGER      PIC 9(8).
           05  EFF-INTEGER        PIC 9(8).
           05  EFF-DATE-NUM       PIC 9(8).
           05  DAYS-OF-NOTICE     PIC S9(8).
       01  NOTICE-PERIOD          PIC X VALUE "N".
           88  NOTICE-PERIOD-MET  VALUE "Y".
       01  EXCHANGE-SCHEDULE.
           05  EXCHANGE-COUNT     PIC 9(2) VALUE ZERO.
           05  EXCHANGE-TIER OCCURS 10 TIMES.
               10  EXCHANGE-CCY-CODE  PIC X(3).
               10  EXCHANGE-RATE      PIC 9(2)V9999.
       01  EXCHANGE-TIER-SUB      PIC 9(2).
       01  RATE-TIERS.
           *> The set in force tonight, chosen exactly as
           *> CALC-INTEREST chooses it, compiled fallback included.
           05  RATE-TIER OCCURS 3 TIMES.
               10  TIER-MAX-BALANCE  PIC 9(7)V99.
               10  TIER-RATE         PIC 9(2)V99.
       01  NEW-RATE-TIERS.
           *> The next set to take effect after tonight.
           05  NEW-RATE-TIER OCCURS 3 TIMES.
               10  NEW-TIER-MAX-BALANCE PIC 9(7)V99.
               10  NEW-TIER-RATE        PIC 9(2)V99.
       01  RATE-TIER-SUB          PIC 9(1).
       01  NEW-RATE-TIER-SUB      PIC 9(1).
       01  CTL-DEFAULT-RATE       PIC 9(2)V99 VALUE 5.50.
       01  TIER-SCHEDULE-CONTROLS.
           05  BEST-EFF-DATE      PIC X(8).
           05  NEXT-EFF-DATE      PIC X(8).
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
           05  CUSTOMER-FOUND-SLOT PIC 9(1) VALUE ZERO.
           05  CUSTOMER-EOF       PIC X VALUE "N".
               88  CUSTOMER-EOF-SW VALUE "Y".
           05  CUSTOMER-ACCT-ID-STR PIC X(6).
       01  CUSTOMER-TABLE.
           *> DORM-SWEEP / ESCH-NOTICE's in-core image with the
           *> relationship balance CALC-INTEREST tiers on, and which
           *> of the owned accounts are open to be priced.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-NAME         PIC X(20).
               10  CUST-TAB-ADDR         PIC X(20).
               10  CUST-TAB-CITY         PIC X(20).
               10  CUST-TAB-COMBINED-USD PIC S9(9)V99.
               10  CUST-TAB-OPEN-COUNT   PIC 9(1).
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
               10  CUST-TAB-ACCT-OPEN OCCURS 5 TIMES PIC X.
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  USD-BALANCE        PIC S9(9)V99.
           05  TIER-BASIS         PIC S9(9)V99.
           05  OLD-RATE           PIC 9(2)V99.
           05  NEW-RATE           PIC 9(2)V99.
           05  ACCOUNT-LIST       PIC X(50).
           05  ACCOUNT-LIST-PTR   PIC 9(3).
       01  WORK-RECORD            PIC X(100) VALUE SPACES.
       01  LETTER-RULE            PIC X(60) VALUE ALL "-".
       01  EDITED-FIELDS.
           05  EDITED-OLD-RATE    PIC Z9.99.
           05  EDITED-NEW-RATE    PIC Z9.99.
           05  EDITED-DAYS        PIC -(7)9.
           05  EDITED-NOTICE-DAYS PIC Z(4)9.
       01  RUN-TOTALS.
           05  CUSTOMERS-PRICED   PIC 9(6) VALUE ZERO.
           05  NOTIFIED-COUNT     PIC 9(6) VALUE ZERO.
           05  UNCHANGED-COUNT    PIC 9(6) VALUE ZERO.
           05  NO-ADDRESS-COUNT   PIC 9(6) VALUE ZERO.
           05  NO-OWNER-COUNT     PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Advance notice of a published rate change.  When
       *> rate_tiers.ps carries a set whose effective date is still
       *> ahead, every customer whose rate moves under it is owed a
       *> letter before that date.  Each relationship is priced on
       *> the combined USD balance CALC-INTEREST tiers on, once
       *> against the set in force tonight and once against the next
       *> set; where the rate differs, a letter addressed off the
       *> customer master gives the old rate, the new rate and the
       *> effective date.  The control report lists who was notified,
       *> who could not be for want of an address, and whether the
       *> notice period was met.  Runs nightly after TIER-LOAD; most
       *> nights there is no future set, or its letters went out on
       *> an earlier night (the letter file is named for the set), so
       *> the step ends clean with nothing to do.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED
       COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
           FUNCTION NUMVAL(RUN-DATE-KEY))
       OPEN INPUT PARAM-FILE.
       IF PARAM-STATUS-OK
           READ PARAM-FILE
               NOT AT END
                   IF PARAM-NOTICE-DAYS-STR IS NUMERIC
                       MOVE PARAM-NOTICE-DAYS-STR TO NOTICE-DAYS
                   END-IF
           END-READ
           CLOSE PARAM-FILE
       END-IF.
       OPEN OUTPUT NOTICE-RPT-FILE.
       PERFORM LOAD-RATE-SCHEDULE.
       IF NEXT-EFF-DATE = SPACES
           MOVE "No future-dated rate set on the schedule - no notices"
               TO WORK-RECORD
           PERFORM WRITE-NOTICE-RPT
           CLOSE NOTICE-RPT-FILE
           STOP RUN
       END-IF.
       MOVE SPACES TO LETTER-FILE-NAME
       STRING "C:\banking-mainframe-project\scripts\bin\rnotice_"
              NEXT-EFF-DATE ".ps"
              DELIMITED BY SIZE INTO LETTER-FILE-NAME
       OPEN INPUT LETTER-FILE.
       IF LETTER-STATUS-OK
           CLOSE LETTER-FILE
           MOVE SPACES TO WORK-RECORD
           STRING "Notices for the set effective " NEXT-EFF-DATE
                  " already produced - nothing to do"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-NOTICE-RPT
           CLOSE NOTICE-RPT-FILE
           STOP RUN
       END-IF.
       MOVE NEXT-EFF-DATE TO EFF-DATE-NUM
       COMPUTE EFF-INTEGER = FUNCTION INTEGER-OF-DATE(EFF-DATE-NUM)
       COMPUTE DAYS-OF-NOTICE = EFF-INTEGER - TODAY-INTEGER
       IF DAYS-OF-NOTICE >= NOTICE-DAYS
           MOVE "Y" TO NOTICE-PERIOD
       END-IF
       STRING NEXT-EFF-DATE(5:2) "/"
              NEXT-EFF-DATE(7:2) "/"
              NEXT-EFF-DATE(1:4)
              DELIMITED BY SIZE INTO EFF-DATE-EDITED
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       PERFORM PRESCAN-COMBINED-BALANCES.
       OPEN OUTPUT LETTER-FILE.
       PERFORM WRITE-REPORT-HEADINGS.
       MOVE 1 TO CUSTOMER-SUB
       PERFORM UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
           IF CUST-TAB-OPEN-COUNT(CUSTOMER-SUB) > ZERO
               PERFORM PRICE-ONE-CUSTOMER
           END-IF
           ADD 1 TO CUSTOMER-SUB
       END-PERFORM.
       PERFORM CHECK-UNOWNED-ACCOUNTS.
       CLOSE ACCOUNT-FILE LETTER-FILE.
       MOVE SPACES TO WORK-RECORD
       PERFORM WRITE-NOTICE-RPT
       MOVE SPACES TO WORK-RECORD
       STRING "Notice Totals - Priced: " CUSTOMERS-PRICED
              " Notified: " NOTIFIED-COUNT
              " Unchanged: " UNCHANGED-COUNT
              " No address: " NO-ADDRESS-COUNT
              " No owner: " NO-OWNER-COUNT
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-NOTICE-RPT
       MOVE DAYS-OF-NOTICE TO EDITED-DAYS
       MOVE NOTICE-DAYS TO EDITED-NOTICE-DAYS
       MOVE SPACES TO WORK-RECORD
       IF NOTICE-PERIOD-MET
           STRING "Notice period MET - " EDITED-DAYS
                  " days given, " EDITED-NOTICE-DAYS " required"
                  DELIMITED BY SIZE INTO WORK-RECORD
       ELSE
           STRING "Notice period NOT MET - " EDITED-DAYS
                  " days given, " EDITED-NOTICE-DAYS " required"
                  DELIMITED BY SIZE INTO WORK-RECORD
           DISPLAY "Rate notices for " NEXT-EFF-DATE
               " went out short of the notice period"
       END-IF
       PERFORM WRITE-NOTICE-RPT.
       CLOSE NOTICE-RPT-FILE.
       STOP RUN.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WORK-RECORD
           STRING "Rate Change Notice Report  Run Date: "
                  RUN-DATE-EDITED
                  "  In force: " BEST-EFF-DATE
                  "  New set: " NEXT-EFF-DATE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-NOTICE-RPT
           MOVE 1 TO RATE-TIER-SUB
           PERFORM UNTIL RATE-TIER-SUB > 3
               MOVE TIER-RATE(RATE-TIER-SUB) TO EDITED-OLD-RATE
               MOVE NEW-TIER-RATE(RATE-TIER-SUB) TO EDITED-NEW-RATE
               MOVE SPACES TO WORK-RECORD
               STRING "  Tier " RATE-TIER-SUB
                      "  now " EDITED-OLD-RATE "%"
                      "  from " EFF-DATE-EDITED " " EDITED-NEW-RATE "%"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-NOTICE-RPT
               ADD 1 TO RATE-TIER-SUB
           END-PERFORM
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-NOTICE-RPT.

       PRICE-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-PRICED
           MOVE CUST-TAB-COMBINED-USD(CUSTOMER-SUB) TO TIER-BASIS
           PERFORM PRICE-BOTH-SETS
           IF OLD-RATE = NEW-RATE
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               IF CUST-TAB-ADDR(CUSTOMER-SUB) = SPACES
                   OR CUST-TAB-CITY(CUSTOMER-SUB) = SPACES
                   *> The letter cannot go out; the branch has to
                   *> give this notice by hand before the date.
                   ADD 1 TO NO-ADDRESS-COUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "Customer " CUST-TAB-ID(CUSTOMER-SUB)
                          " " CUST-TAB-NAME(CUSTOMER-SUB)
                          " " EDITED-OLD-RATE "% to "
                          EDITED-NEW-RATE "% - no address on file, "
                          "letter NOT produced"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-NOTICE-RPT
               ELSE
                   PERFORM BUILD-ACCOUNT-LIST
                   PERFORM WRITE-NOTICE-LETTER
                   ADD 1 TO NOTIFIED-COUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "Customer " CUST-TAB-ID(CUSTOMER-SUB)
                          " " CUST-TAB-NAME(CUSTOMER-SUB)
                          " " EDITED-OLD-RATE "% to "
                          EDITED-NEW-RATE "% - notified"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-NOTICE-RPT
               END-IF
           END-IF.

       PRICE-BOTH-SETS.
           MOVE 1 TO RATE-TIER-SUB
           PERFORM UNTIL RATE-TIER-SUB >= 3
               OR TIER-BASIS <= TIER-MAX-BALANCE(RATE-TIER-SUB)
               ADD 1 TO RATE-TIER-SUB
           END-PERFORM
           MOVE TIER-RATE(RATE-TIER-SUB) TO OLD-RATE
           MOVE 1 TO NEW-RATE-TIER-SUB
           PERFORM UNTIL NEW-RATE-TIER-SUB >= 3
               OR TIER-BASIS <= NEW-TIER-MAX-BALANCE(NEW-RATE-TIER-SUB)
               ADD 1 TO NEW-RATE-TIER-SUB
           END-PERFORM
           MOVE NEW-TIER-RATE(NEW-RATE-TIER-SUB) TO NEW-RATE
           MOVE OLD-RATE TO EDITED-OLD-RATE
           MOVE NEW-RATE TO EDITED-NEW-RATE.

       BUILD-ACCOUNT-LIST.
           MOVE SPACES TO ACCOUNT-LIST
           MOVE 1 TO ACCOUNT-LIST-PTR
           MOVE 1 TO CUSTOMER-SLOT-SUB
           PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
               IF CUST-TAB-ACCT-OPEN(CUSTOMER-SUB CUSTOMER-SLOT-SUB)
                   = "Y"
                   STRING CUST-TAB-ACCT-ID(CUSTOMER-SUB
                          CUSTOMER-SLOT-SUB) " "
                          DELIMITED BY SIZE INTO ACCOUNT-LIST
                          WITH POINTER ACCOUNT-LIST-PTR
               END-IF
               ADD 1 TO CUSTOMER-SLOT-SUB
           END-PERFORM.

       WRITE-NOTICE-LETTER.
           MOVE LETTER-RULE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-TAB-NAME(CUSTOMER-SUB) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-TAB-ADDR(CUSTOMER-SUB) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-TAB-CITY(CUSTOMER-SUB) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Date: " RUN-DATE-EDITED
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "NOTICE OF CHANGE IN INTEREST RATE" TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Customer " CUST-TAB-ID(CUSTOMER-SUB)
                  "  Accounts: " ACCOUNT-LIST
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Current rate: " EDITED-OLD-RATE "%"
                  "   New rate: " EDITED-NEW-RATE "%"
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Effective: " EFF-DATE-EDITED
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "The rate paid on your deposit accounts is set by the"
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "combined balance you hold with us.  At today's"
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "balances your rate changes as shown on the date"
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "above.  Contact any branch with questions."
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE LETTER-RULE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD.

       CHECK-UNOWNED-ACCOUNTS.
           *> An open account no customer claims still tiers on its
           *> own balance, but there is nobody to address a letter
           *> to; a rate change on one is reported for the branch.
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
                       IF NOT ACCT-CLOSED
                           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
                           IF CUSTOMER-FOUND-SUB = ZERO
                               PERFORM PRICE-UNOWNED-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRICE-UNOWNED-ACCOUNT.
           PERFORM CONVERT-ACCOUNT-BALANCE
           MOVE USD-BALANCE TO TIER-BASIS
           PERFORM PRICE-BOTH-SETS
           IF OLD-RATE NOT = NEW-RATE
               ADD 1 TO NO-OWNER-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Account " ACCT-ID
                      " " EDITED-OLD-RATE "% to "
                      EDITED-NEW-RATE "% - not on the customer "
                      "master, letter NOT produced"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-NOTICE-RPT
           END-IF.

       WRITE-NOTICE-RPT.
           MOVE WORK-RECORD TO NOTICE-RPT-RECORD
           WRITE NOTICE-RPT-RECORD.

       CONVERT-ACCOUNT-BALANCE.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE "USD" TO CURRENCY-CODE
           END-IF
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR CURRENCY-CODE = EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF
           COMPUTE USD-BALANCE ROUNDED =
               ACCT-BALANCE * EXCHANGE-RATE(EXCHANGE-TIER-SUB).

       LOAD-EXCHANGE-SCHEDULE.
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
           *> Tonight's set is the latest effective date on or before
           *> the run date, over the same compiled fallback
           *> CALC-INTEREST starts from; the new set is the earliest
           *> effective date after it.  TIER-LOAD only publishes a
           *> complete, proven set, so the new set needs no fallback.
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
           MOVE RATE-TIERS TO NEW-RATE-TIERS
           MOVE SPACES TO BEST-EFF-DATE NEXT-EFF-DATE
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
                               IF RT-EFF-DATE-STR > RUN-DATE-KEY
                                   AND (NEXT-EFF-DATE = SPACES
                                   OR RT-EFF-DATE-STR < NEXT-EFF-DATE)
                                   MOVE RT-EFF-DATE-STR TO
                                       NEXT-EFF-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TIERS-FILE
               MOVE 1 TO TIER-ROW-SUB
               PERFORM UNTIL TIER-ROW-SUB > TIER-ROW-COUNT
                   IF TIER-ROW-NUM(TIER-ROW-SUB) >= "1"
                       AND TIER-ROW-NUM(TIER-ROW-SUB) <= "3"
                       MOVE TIER-ROW-NUM(TIER-ROW-SUB) TO
                           TIER-APPLY-SUB
                       IF BEST-EFF-DATE NOT = SPACES
                           AND TIER-ROW-DATE(TIER-ROW-SUB) =
                               BEST-EFF-DATE
                           MOVE TIER-ROW-MAX(TIER-ROW-SUB) TO
                               TIER-MAX-BALANCE(TIER-APPLY-SUB)
                           MOVE TIER-ROW-RATE(TIER-ROW-SUB) TO
                               TIER-RATE(TIER-APPLY-SUB)
                       END-IF
                       IF NEXT-EFF-DATE NOT = SPACES
                           AND TIER-ROW-DATE(TIER-ROW-SUB) =
                               NEXT-EFF-DATE
                           MOVE TIER-ROW-MAX(TIER-ROW-SUB) TO
                               NEW-TIER-MAX-BALANCE(TIER-APPLY-SUB)
                           MOVE TIER-ROW-RATE(TIER-ROW-SUB) TO
                               NEW-TIER-RATE(TIER-APPLY-SUB)
                       END-IF
                   END-IF
                   ADD 1 TO TIER-ROW-SUB
               END-PERFORM
           END-IF
           IF BEST-EFF-DATE = SPACES
               MOVE "DEFAULT" TO BEST-EFF-DATE
           END-IF.

       LOAD-CUSTOMER-TABLE.
           *> Missing customer master just means no letter can be
           *> addressed; every account then prices on its own.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               DISPLAY "No customer master (status " CUSTOMER-STATUS
                   "), no letters can be addressed"
           ELSE
               PERFORM UNTIL CUSTOMER-EOF-SW
                   READ CUSTOMER-FILE NEXT
                       AT END MOVE "Y" TO CUSTOMER-EOF
                       NOT AT END
                           IF CUSTOMER-COUNT < 100
                               ADD 1 TO CUSTOMER-COUNT
                               PERFORM LOAD-ONE-CUSTOMER
                           ELSE
                               DISPLAY "Customer table full, CUST-ID='"
                                   CUST-ID "' not priced"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       LOAD-ONE-CUSTOMER.
           MOVE CUST-ID TO CUST-TAB-ID(CUSTOMER-COUNT)
           MOVE CUST-NAME TO CUST-TAB-NAME(CUSTOMER-COUNT)
           MOVE CUST-ADDR-STR TO CUST-TAB-ADDR(CUSTOMER-COUNT)
           MOVE CUST-CITY-STR TO CUST-TAB-CITY(CUSTOMER-COUNT)
           MOVE ZERO TO CUST-TAB-COMBINED-USD(CUSTOMER-COUNT)
               CUST-TAB-OPEN-COUNT(CUSTOMER-COUNT)
           MOVE 1 TO CUSTOMER-SLOT-SUB
           PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
               MOVE CUST-ACCT-ID-STR(CUSTOMER-SLOT-SUB) TO
                   CUST-TAB-ACCT-ID(CUSTOMER-COUNT CUSTOMER-SLOT-SUB)
               MOVE "N" TO
                   CUST-TAB-ACCT-OPEN(CUSTOMER-COUNT CUSTOMER-SLOT-SUB)
               ADD 1 TO CUSTOMER-SLOT-SUB
           END-PERFORM.

       PRESCAN-COMBINED-BALANCES.
           *> Same relationship basis CALC-INTEREST tiers on.
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
                       PERFORM CONVERT-ACCOUNT-BALANCE
                       PERFORM FIND-CUSTOMER-FOR-ACCOUNT
                       IF CUSTOMER-FOUND-SUB > ZERO
                           ADD USD-BALANCE TO CUST-TAB-COMBINED-USD
                               (CUSTOMER-FOUND-SUB)
                           IF NOT ACCT-CLOSED
                               ADD 1 TO CUST-TAB-OPEN-COUNT
                                   (CUSTOMER-FOUND-SUB)
                               MOVE "Y" TO CUST-TAB-ACCT-OPEN
                                   (CUSTOMER-FOUND-SUB
                                    CUSTOMER-FOUND-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-CUSTOMER-FOR-ACCOUNT.
           MOVE ACCT-ID TO CUSTOMER-ACCT-ID-STR
           MOVE ZERO TO CUSTOMER-FOUND-SUB CUSTOMER-FOUND-SLOT
           MOVE 1 TO CUSTOMER-SUB
           PERFORM UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
               OR CUSTOMER-FOUND-SUB > ZERO
               MOVE 1 TO CUSTOMER-SLOT-SUB
               PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
                   IF CUST-TAB-ACCT-ID(CUSTOMER-SUB CUSTOMER-SLOT-SUB)
                       = CUSTOMER-ACCT-ID-STR
                       MOVE CUSTOMER-SUB TO CUSTOMER-FOUND-SUB
                       MOVE CUSTOMER-SLOT-SUB TO CUSTOMER-FOUND-SLOT
                   END-IF
                   ADD 1 TO CUSTOMER-SLOT-SUB
               END-PERFORM
               ADD 1 TO CUSTOMER-SUB
           END-PERFORM.
