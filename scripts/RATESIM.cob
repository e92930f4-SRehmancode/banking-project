       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-SIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\tier_propose.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PROPOSAL-STATUS.
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
           SELECT SIM-RPT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\rate_sim_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  PROPOSAL-RECORD        PIC X(30).
           *> Same lines treasury would hand TIER-LOAD in
           *> tier_feed.ps -- "20270101 1 1999.99 3.25" -- kept apart
           *> so a what-if can never reach the published schedule.
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
       FD  SIM-RPT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SIM-RPT-RECORD         PIC X(100).
       WORKING-STORAGE SECTION.
       01  END-OF-FILE            PIC X VALUE "N".
           88  END-OF-FILE-SW     VALUE "Y".
       01  PROPOSAL-STATUS        PIC XX VALUE "00".
           88  PROPOSAL-STATUS-OK VALUE "00".
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
       01  FX-EOF                 PIC X VALUE "N".
           88  FX-EOF-SW          VALUE "Y".
       01  TIERS-EOF              PIC X VALUE "N".
           88  TIERS-EOF-SW       VALUE "Y".
       01  DATE-WORK.
           05  RUN-DATE-KEY       PIC X(8).
           05  RUN-DATE-EDITED    PIC X(10).
       01  PROPOSAL-FIELDS.
           *> One proposal line, split exactly as TIER-LOAD splits a
           *> feed line.
           05  FEED-DATE-STR      PIC X(8).
           05  FEED-TIER-STR      PIC X(1).
           05  FEED-MAX-STR       PIC X(10).
           05  FEED-RATE-STR      PIC X(5).
       01  PROPOSED-SET.
           *> Vetted whole, by TIER-LOAD's rules, before anything is
           *> priced on it: a set TIER-LOAD would refuse to publish is
           *> not worth costing.
           05  SET-EFF-DATE       PIC X(8) VALUE SPACES.
           05  SET-SEEN-FLAG OCCURS 3 TIMES PIC X.
           05  SET-MAX-BAL OCCURS 3 TIMES PIC 9(7)V99.
           05  SET-RATE OCCURS 3 TIMES PIC 9(2)V99.
       01  SET-SUB                PIC 9(1).
       01  FEED-TIER-NUM          PIC 9(1).
       01  PROPOSAL-FAILED        PIC X VALUE "N".
           88  PROPOSAL-FAILED-SW VALUE "Y".
       01  PROPOSAL-ACCEPTED      PIC 9(4) VALUE ZERO.
       01  PROPOSAL-REJECTED      PIC 9(4) VALUE ZERO.
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
           *> The proposed set, from the vetted proposal.
           05  NEW-RATE-TIER OCCURS 3 TIMES.
               10  NEW-TIER-MAX-BALANCE PIC 9(7)V99.
               10  NEW-TIER-RATE        PIC 9(2)V99.
       01  RATE-TIER-SUB          PIC 9(1).
       01  NEW-RATE-TIER-SUB      PIC 9(1).
       01  CTL-DEFAULTS.
           05  CTL-DEFAULT-RATE   PIC 9(2)V99 VALUE 5.50.
           05  CTL-DEFAULT-TIMEAT PIC 9(2) VALUE 2.
       01  TIMEAT                 PIC 9(2)V9999.
           *> Term in years, derived exactly as CALC-INTEREST derives
           *> it: the account's own month count over 12, else the
           *> standing term off the control record.
       01  TERM-MONTHS            PIC 9(2).
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
           *> CALC-INTEREST's in-core image: the relationship's
           *> combined USD balance every owned account tiers on, and
           *> how many of its accounts are open to be priced.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-COMBINED-USD PIC S9(9)V99.
               10  CUST-TAB-OPEN-COUNT   PIC 9(1).
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  USD-BALANCE        PIC S9(9)V99.
           05  TIER-BASIS         PIC S9(9)V99.
           05  OLD-RATE           PIC 9(2)V99.
           05  NEW-RATE           PIC 9(2)V99.
           05  OLD-INTEREST       PIC 9(7)V99.
           05  NEW-INTEREST       PIC 9(7)V99.
           05  OLD-ANNUAL         PIC 9(7)V99.
           05  NEW-ANNUAL         PIC 9(7)V99.
           05  OLD-ANNUAL-USD     PIC 9(9)V99.
           05  NEW-ANNUAL-USD     PIC 9(9)V99.
           05  DIFF-ANNUAL-USD    PIC S9(9)V99.
           05  ABS-DIFF-USD       PIC 9(9)V99.
           05  OWNER-ID           PIC 9(6).
       01  TIER-IMPACT.
           *> Keyed on the tier the account sits in tonight.
           05  TIER-IMP OCCURS 3 TIMES.
               10  TI-ACCT-COUNT  PIC 9(6).
               10  TI-OLD-USD     PIC 9(11)V99.
               10  TI-NEW-USD     PIC 9(11)V99.
               10  TI-NEW-COUNT   PIC 9(6).
       01  BRANCH-IMPACT.
           05  BR-COUNT           PIC 9(2) VALUE ZERO.
           05  BR-ENTRY OCCURS 10 TIMES.
               10  BR-CODE        PIC X(3).
               10  BR-ACCT-COUNT  PIC 9(6).
               10  BR-OLD-USD     PIC 9(11)V99.
               10  BR-NEW-USD     PIC 9(11)V99.
       01  BR-SUB                 PIC 9(2).
       01  BR-FOUND-SUB           PIC 9(2).
       01  CURRENCY-IMPACT.
           *> Own-currency figures beside the USD ones, so treasury
           *> sees what each book pays as well as what it costs.
           05  CI-COUNT           PIC 9(2) VALUE ZERO.
           05  CI-ENTRY OCCURS 10 TIMES.
               10  CI-CCY         PIC X(3).
               10  CI-ACCT-COUNT  PIC 9(6).
               10  CI-OLD-AMT     PIC 9(11)V99.
               10  CI-NEW-AMT     PIC 9(11)V99.
               10  CI-OLD-USD     PIC 9(11)V99.
               10  CI-NEW-USD     PIC 9(11)V99.
       01  CI-SUB                 PIC 9(2).
       01  CI-FOUND-SUB           PIC 9(2).
       01  LARGEST-CHANGES.
           *> The ten accounts whose annual cost moves most, either
           *> way, kept in descending order of the size of the move.
           05  LG-COUNT           PIC 9(2) VALUE ZERO.
           05  LG-ENTRY OCCURS 10 TIMES.
               10  LG-ACCT-ID     PIC 9(6).
               10  LG-OWNER-ID    PIC 9(6).
               10  LG-BRANCH      PIC X(3).
               10  LG-CCY         PIC X(3).
               10  LG-OLD-RATE    PIC 9(2)V99.
               10  LG-NEW-RATE    PIC 9(2)V99.
               10  LG-OLD-USD     PIC 9(9)V99.
               10  LG-NEW-USD     PIC 9(9)V99.
               10  LG-DIFF-USD    PIC S9(9)V99.
               10  LG-ABS-USD     PIC 9(9)V99.
           05  LG-HOLD-ENTRY      PIC X(70).
       01  LG-SUB                 PIC 9(2).
       01  LG-SUB-2               PIC 9(2).
       01  RUN-TOTALS.
           05  ACCOUNTS-READ      PIC 9(6) VALUE ZERO.
           05  ACCOUNTS-PRICED    PIC 9(6) VALUE ZERO.
           05  ACCOUNTS-CHANGED   PIC 9(6) VALUE ZERO.
           05  SKIPPED-CLOSED     PIC 9(6) VALUE ZERO.
           05  SKIPPED-NO-CREDIT  PIC 9(6) VALUE ZERO.
           05  TOTAL-OLD-USD      PIC 9(11)V99 VALUE ZERO.
           05  TOTAL-NEW-USD      PIC 9(11)V99 VALUE ZERO.
           05  CUSTOMERS-UP       PIC 9(6) VALUE ZERO.
           05  CUSTOMERS-DOWN     PIC 9(6) VALUE ZERO.
           05  CUSTOMERS-SAME     PIC 9(6) VALUE ZERO.
           05  UNOWNED-UP         PIC 9(6) VALUE ZERO.
           05  UNOWNED-DOWN       PIC 9(6) VALUE ZERO.
       01  SUM-DIFF-USD           PIC S9(11)V99.
       01  WORK-RECORD            PIC X(100) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-OLD-RATE    PIC Z9.99.
           05  EDITED-NEW-RATE    PIC Z9.99.
           05  EDITED-OLD-MAX     PIC Z(6)9.99.
           05  EDITED-NEW-MAX     PIC Z(6)9.99.
           05  EDITED-OLD-USD     PIC Z(10)9.99.
           05  EDITED-NEW-USD     PIC Z(10)9.99.
           05  EDITED-DIFF-USD    PIC -(11)9.99.
           05  EDITED-OLD-AMT     PIC Z(10)9.99.
           05  EDITED-NEW-AMT     PIC Z(10)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-COUNT-3     PIC Z(5)9.
       PROCEDURE DIVISION.
       *> Whole-book cost of a proposed rate-tier set, for treasury to
       *> see before the set goes to TIER-LOAD.  The proposal is read
       *> from tier_propose.ps in tier_feed.ps's format and vetted by
       *> TIER-LOAD's rules; rate_tiers.ps is only read, for the set in
       *> force tonight.  Every open account in credit is priced twice
       *> on the basis CALC-INTEREST uses -- the relationship's
       *> combined USD balance picks the tier, the account's own term
       *> and simple/compound type price it -- and the figure is put
       *> on an annual footing so terms of different lengths add up.
       *> The report gives the annual interest expense now, under the
       *> proposal, and the difference, by tier, branch and currency;
       *> how many customers move up or down a tier; and the ten
       *> largest single changes.  Nothing is posted or accrued and no
       *> master, YTD or history file is opened for update, so the
       *> run can be repeated for as many proposals as treasury has.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-KEY
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED
       OPEN OUTPUT SIM-RPT-FILE.
       PERFORM LOAD-PROPOSED-SET.
       IF PROPOSAL-FAILED-SW
           MOVE SPACES TO WORK-RECORD
           STRING "Proposal did not prove - Accepted: "
                  PROPOSAL-ACCEPTED " Rejected: " PROPOSAL-REJECTED
                  " - nothing priced"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           DISPLAY "Proposed tier set did not prove - see rate_sim_rpt"
           CLOSE SIM-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-RATE-SCHEDULE.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           CLOSE SIM-RPT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       PERFORM PRESCAN-COMBINED-BALANCES.
       PERFORM WRITE-REPORT-HEADINGS.
       MOVE ZERO TO TIER-IMPACT
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
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM SIMULATE-ONE-ACCOUNT
           END-READ
       END-PERFORM.
       CLOSE ACCOUNT-FILE.
       PERFORM COUNT-CUSTOMER-MOVES.
       PERFORM WRITE-TIER-SECTION.
       PERFORM WRITE-BRANCH-SECTION.
       PERFORM WRITE-CURRENCY-SECTION.
       PERFORM WRITE-MOVES-SECTION.
       PERFORM WRITE-LARGEST-SECTION.
       PERFORM WRITE-RUN-TOTALS.
       CLOSE SIM-RPT-FILE.
       STOP RUN.

       SIMULATE-ONE-ACCOUNT.
           *> Closed and charged-off accounts earn nothing under any
           *> set; an overdrawn account pays the debit rate, which no
           *> tier set touches; a zero balance earns nothing.  None of
           *> them can change cost, so they are counted, not priced.
           PERFORM CONVERT-ACCOUNT-BALANCE
           IF ACCT-CLOSED OR ACCT-CHARGED-OFF
               ADD 1 TO SKIPPED-CLOSED
           ELSE
               IF ACCT-BALANCE NOT > ZERO
                   ADD 1 TO SKIPPED-NO-CREDIT
               ELSE
                   PERFORM PRICE-ONE-ACCOUNT
               END-IF
           END-IF.

       PRICE-ONE-ACCOUNT.
           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
           IF CUSTOMER-FOUND-SUB > ZERO
               MOVE CUST-TAB-COMBINED-USD(CUSTOMER-FOUND-SUB)
                   TO TIER-BASIS
               MOVE CUST-TAB-ID(CUSTOMER-FOUND-SUB) TO OWNER-ID
           ELSE
               MOVE USD-BALANCE TO TIER-BASIS
               MOVE ZERO TO OWNER-ID
           END-IF
           PERFORM PRICE-BOTH-SETS
           IF TERM-STR = SPACES OR TERM-STR = ZEROS
               MOVE CTL-DEFAULT-TIMEAT TO TIMEAT
           ELSE
               MOVE FUNCTION NUMVAL(TERM-STR) TO TERM-MONTHS
               COMPUTE TIMEAT ROUNDED = TERM-MONTHS / 12
           END-IF
           IF ACCT-TYPE-STR = "C"
               COMPUTE OLD-INTEREST ROUNDED =
                   (ACCT-BALANCE * ((1 + (OLD-RATE / 100)) ** TIMEAT))
                   - ACCT-BALANCE
               COMPUTE NEW-INTEREST ROUNDED =
                   (ACCT-BALANCE * ((1 + (NEW-RATE / 100)) ** TIMEAT))
                   - ACCT-BALANCE
           ELSE
               COMPUTE OLD-INTEREST =
                   (ACCT-BALANCE * OLD-RATE * TIMEAT) / 100
               COMPUTE NEW-INTEREST =
                   (ACCT-BALANCE * NEW-RATE * TIMEAT) / 100
           END-IF
           *> CALC-INTEREST's figure is for the whole term; a year of
           *> it is the expense a budget can compare.  A zero term has
           *> no year to spread over and is taken as one.
           IF TIMEAT > ZERO
               COMPUTE OLD-ANNUAL ROUNDED = OLD-INTEREST / TIMEAT
               COMPUTE NEW-ANNUAL ROUNDED = NEW-INTEREST / TIMEAT
           ELSE
               MOVE OLD-INTEREST TO OLD-ANNUAL
               MOVE NEW-INTEREST TO NEW-ANNUAL
           END-IF
           COMPUTE OLD-ANNUAL-USD ROUNDED =
               OLD-ANNUAL * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           COMPUTE NEW-ANNUAL-USD ROUNDED =
               NEW-ANNUAL * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           COMPUTE DIFF-ANNUAL-USD = NEW-ANNUAL-USD - OLD-ANNUAL-USD
           ADD 1 TO ACCOUNTS-PRICED
           ADD OLD-ANNUAL-USD TO TOTAL-OLD-USD
           ADD NEW-ANNUAL-USD TO TOTAL-NEW-USD
           ADD 1 TO TI-ACCT-COUNT(RATE-TIER-SUB)
           ADD OLD-ANNUAL-USD TO TI-OLD-USD(RATE-TIER-SUB)
           ADD NEW-ANNUAL-USD TO TI-NEW-USD(RATE-TIER-SUB)
           ADD 1 TO TI-NEW-COUNT(NEW-RATE-TIER-SUB)
           PERFORM ROLL-BRANCH-IMPACT
           PERFORM ROLL-CURRENCY-IMPACT
           IF CUSTOMER-FOUND-SUB = ZERO
               *> No relationship to count it under; the account
               *> moves on its own.
               IF NEW-RATE-TIER-SUB > RATE-TIER-SUB
                   ADD 1 TO UNOWNED-UP
               END-IF
               IF NEW-RATE-TIER-SUB < RATE-TIER-SUB
                   ADD 1 TO UNOWNED-DOWN
               END-IF
           END-IF
           IF DIFF-ANNUAL-USD NOT = ZERO
               ADD 1 TO ACCOUNTS-CHANGED
               PERFORM RANK-LARGEST-CHANGE
           END-IF.

       PRICE-BOTH-SETS.
           *> RATE-NOTICE's scan, once per set: the first tier whose
           *> top covers the basis, else the top tier.
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
           MOVE NEW-TIER-RATE(NEW-RATE-TIER-SUB) TO NEW-RATE.

       ROLL-BRANCH-IMPACT.
           MOVE ZERO TO BR-FOUND-SUB
           MOVE 1 TO BR-SUB
           PERFORM UNTIL BR-SUB > BR-COUNT
               OR BR-FOUND-SUB > ZERO
               IF BR-CODE(BR-SUB) = ACCT-BRANCH-STR
                   MOVE BR-SUB TO BR-FOUND-SUB
               END-IF
               ADD 1 TO BR-SUB
           END-PERFORM
           IF BR-FOUND-SUB = ZERO
               IF BR-COUNT < 10
                   ADD 1 TO BR-COUNT
                   MOVE ACCT-BRANCH-STR TO BR-CODE(BR-COUNT)
                   MOVE ZERO TO BR-ACCT-COUNT(BR-COUNT)
                       BR-OLD-USD(BR-COUNT) BR-NEW-USD(BR-COUNT)
                   MOVE BR-COUNT TO BR-FOUND-SUB
               ELSE
                   DISPLAY "Branch table full, '" ACCT-BRANCH-STR
                       "' not on the branch section"
               END-IF
           END-IF
           IF BR-FOUND-SUB > ZERO
               ADD 1 TO BR-ACCT-COUNT(BR-FOUND-SUB)
               ADD OLD-ANNUAL-USD TO BR-OLD-USD(BR-FOUND-SUB)
               ADD NEW-ANNUAL-USD TO BR-NEW-USD(BR-FOUND-SUB)
           END-IF.

       ROLL-CURRENCY-IMPACT.
           MOVE ZERO TO CI-FOUND-SUB
           MOVE 1 TO CI-SUB
           PERFORM UNTIL CI-SUB > CI-COUNT
               OR CI-FOUND-SUB > ZERO
               IF CI-CCY(CI-SUB) = CURRENCY-CODE
                   MOVE CI-SUB TO CI-FOUND-SUB
               END-IF
               ADD 1 TO CI-SUB
           END-PERFORM
           IF CI-FOUND-SUB = ZERO
               IF CI-COUNT < 10
                   ADD 1 TO CI-COUNT
                   MOVE CURRENCY-CODE TO CI-CCY(CI-COUNT)
                   MOVE ZERO TO CI-ACCT-COUNT(CI-COUNT)
                       CI-OLD-AMT(CI-COUNT) CI-NEW-AMT(CI-COUNT)
                       CI-OLD-USD(CI-COUNT) CI-NEW-USD(CI-COUNT)
                   MOVE CI-COUNT TO CI-FOUND-SUB
               ELSE
                   DISPLAY "Currency table full, '" CURRENCY-CODE
                       "' not on the currency section"
               END-IF
           END-IF
           IF CI-FOUND-SUB > ZERO
               ADD 1 TO CI-ACCT-COUNT(CI-FOUND-SUB)
               ADD OLD-ANNUAL TO CI-OLD-AMT(CI-FOUND-SUB)
               ADD NEW-ANNUAL TO CI-NEW-AMT(CI-FOUND-SUB)
               ADD OLD-ANNUAL-USD TO CI-OLD-USD(CI-FOUND-SUB)
               ADD NEW-ANNUAL-USD TO CI-NEW-USD(CI-FOUND-SUB)
           END-IF.

       RANK-LARGEST-CHANGE.
           *> Into the last slot if the table has room or the move
           *> beats the smallest kept, then up past every smaller one.
           IF DIFF-ANNUAL-USD < ZERO
               COMPUTE ABS-DIFF-USD = DIFF-ANNUAL-USD * -1
           ELSE
               MOVE DIFF-ANNUAL-USD TO ABS-DIFF-USD
           END-IF
           IF LG-COUNT < 10
               ADD 1 TO LG-COUNT
               MOVE LG-COUNT TO LG-SUB
           ELSE
               IF ABS-DIFF-USD > LG-ABS-USD(10)
                   MOVE 10 TO LG-SUB
               ELSE
                   MOVE ZERO TO LG-SUB
               END-IF
           END-IF
           IF LG-SUB > ZERO
               MOVE ACCT-ID TO LG-ACCT-ID(LG-SUB)
               MOVE OWNER-ID TO LG-OWNER-ID(LG-SUB)
               MOVE ACCT-BRANCH-STR TO LG-BRANCH(LG-SUB)
               MOVE CURRENCY-CODE TO LG-CCY(LG-SUB)
               MOVE OLD-RATE TO LG-OLD-RATE(LG-SUB)
               MOVE NEW-RATE TO LG-NEW-RATE(LG-SUB)
               MOVE OLD-ANNUAL-USD TO LG-OLD-USD(LG-SUB)
               MOVE NEW-ANNUAL-USD TO LG-NEW-USD(LG-SUB)
               MOVE DIFF-ANNUAL-USD TO LG-DIFF-USD(LG-SUB)
               MOVE ABS-DIFF-USD TO LG-ABS-USD(LG-SUB)
               PERFORM UNTIL LG-SUB = 1
                   COMPUTE LG-SUB-2 = LG-SUB - 1
                   IF LG-ABS-USD(LG-SUB-2) < LG-ABS-USD(LG-SUB)
                       MOVE LG-ENTRY(LG-SUB-2) TO LG-HOLD-ENTRY
                       MOVE LG-ENTRY(LG-SUB) TO LG-ENTRY(LG-SUB-2)
                       MOVE LG-HOLD-ENTRY TO LG-ENTRY(LG-SUB)
                       MOVE LG-SUB-2 TO LG-SUB
                   ELSE
                       MOVE 1 TO LG-SUB
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-CUSTOMER-MOVES.
           *> Every account of a relationship tiers on the same
           *> combined balance, so a relationship moves as one.
           MOVE 1 TO CUSTOMER-SUB
           PERFORM UNTIL CUSTOMER-SUB > CUSTOMER-COUNT
               IF CUST-TAB-OPEN-COUNT(CUSTOMER-SUB) > ZERO
                   MOVE CUST-TAB-COMBINED-USD(CUSTOMER-SUB) TO
                       TIER-BASIS
                   PERFORM PRICE-BOTH-SETS
                   EVALUATE TRUE
                       WHEN NEW-RATE-TIER-SUB > RATE-TIER-SUB
                           ADD 1 TO CUSTOMERS-UP
                       WHEN NEW-RATE-TIER-SUB < RATE-TIER-SUB
                           ADD 1 TO CUSTOMERS-DOWN
                       WHEN OTHER
                           ADD 1 TO CUSTOMERS-SAME
                   END-EVALUATE
               END-IF
               ADD 1 TO CUSTOMER-SUB
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WORK-RECORD
           STRING "Rate Change Impact Simulation  Run Date: "
                  RUN-DATE-EDITED
                  "  In force: " BEST-EFF-DATE
                  "  Proposed: " SET-EFF-DATE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE "Annual interest expense, USD; proposal NOT published"
               TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE 1 TO RATE-TIER-SUB
           PERFORM UNTIL RATE-TIER-SUB > 3
               MOVE TIER-MAX-BALANCE(RATE-TIER-SUB) TO EDITED-OLD-MAX
               MOVE TIER-RATE(RATE-TIER-SUB) TO EDITED-OLD-RATE
               MOVE NEW-TIER-MAX-BALANCE(RATE-TIER-SUB) TO
                   EDITED-NEW-MAX
               MOVE NEW-TIER-RATE(RATE-TIER-SUB) TO EDITED-NEW-RATE
               MOVE SPACES TO WORK-RECORD
               STRING "  Tier " RATE-TIER-SUB
                      "  now to " EDITED-OLD-MAX " " EDITED-OLD-RATE
                      "%  proposed to " EDITED-NEW-MAX " "
                      EDITED-NEW-RATE "%"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-SIM-RPT
               ADD 1 TO RATE-TIER-SUB
           END-PERFORM.

       WRITE-TIER-SECTION.
           *> Accounts under the tier they sit in tonight; "Land"
           *> is how many accounts the proposal puts in that tier.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE "By Tier (tonight's tier):" TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE 1 TO RATE-TIER-SUB
           PERFORM UNTIL RATE-TIER-SUB > 3
               MOVE TI-ACCT-COUNT(RATE-TIER-SUB) TO EDITED-COUNT
               MOVE TI-NEW-COUNT(RATE-TIER-SUB) TO EDITED-COUNT-2
               MOVE TI-OLD-USD(RATE-TIER-SUB) TO EDITED-OLD-USD
               MOVE TI-NEW-USD(RATE-TIER-SUB) TO EDITED-NEW-USD
               COMPUTE SUM-DIFF-USD = TI-NEW-USD(RATE-TIER-SUB)
                   - TI-OLD-USD(RATE-TIER-SUB)
               MOVE SUM-DIFF-USD TO EDITED-DIFF-USD
               MOVE SPACES TO WORK-RECORD
               STRING "  Tier " RATE-TIER-SUB
                      " Accts: " EDITED-COUNT
                      " Land: " EDITED-COUNT-2
                      " Now: " EDITED-OLD-USD
                      " New: " EDITED-NEW-USD
                      " Diff: " EDITED-DIFF-USD
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-SIM-RPT
               ADD 1 TO RATE-TIER-SUB
           END-PERFORM.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE "By Branch:" TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE 1 TO BR-SUB
           PERFORM UNTIL BR-SUB > BR-COUNT
               MOVE BR-ACCT-COUNT(BR-SUB) TO EDITED-COUNT
               MOVE BR-OLD-USD(BR-SUB) TO EDITED-OLD-USD
               MOVE BR-NEW-USD(BR-SUB) TO EDITED-NEW-USD
               COMPUTE SUM-DIFF-USD = BR-NEW-USD(BR-SUB)
                   - BR-OLD-USD(BR-SUB)
               MOVE SUM-DIFF-USD TO EDITED-DIFF-USD
               MOVE SPACES TO WORK-RECORD
               IF BR-CODE(BR-SUB) = SPACES
                   STRING "  Branch (none) Accts: " EDITED-COUNT
                          " Now: " EDITED-OLD-USD
                          " New: " EDITED-NEW-USD
                          " Diff: " EDITED-DIFF-USD
                          DELIMITED BY SIZE INTO WORK-RECORD
               ELSE
                   STRING "  Branch " BR-CODE(BR-SUB)
                          "    Accts: " EDITED-COUNT
                          " Now: " EDITED-OLD-USD
                          " New: " EDITED-NEW-USD
                          " Diff: " EDITED-DIFF-USD
                          DELIMITED BY SIZE INTO WORK-RECORD
               END-IF
               PERFORM WRITE-SIM-RPT
               ADD 1 TO BR-SUB
           END-PERFORM.

       WRITE-CURRENCY-SECTION.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE "By Currency (own currency, then USD):" TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE 1 TO CI-SUB
           PERFORM UNTIL CI-SUB > CI-COUNT
               MOVE CI-ACCT-COUNT(CI-SUB) TO EDITED-COUNT
               MOVE CI-OLD-AMT(CI-SUB) TO EDITED-OLD-AMT
               MOVE CI-NEW-AMT(CI-SUB) TO EDITED-NEW-AMT
               MOVE SPACES TO WORK-RECORD
               STRING "  " CI-CCY(CI-SUB)
                      " Accts: " EDITED-COUNT
                      " Now: " EDITED-OLD-AMT
                      " New: " EDITED-NEW-AMT
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-SIM-RPT
               MOVE CI-OLD-USD(CI-SUB) TO EDITED-OLD-USD
               MOVE CI-NEW-USD(CI-SUB) TO EDITED-NEW-USD
               COMPUTE SUM-DIFF-USD = CI-NEW-USD(CI-SUB)
                   - CI-OLD-USD(CI-SUB)
               MOVE SUM-DIFF-USD TO EDITED-DIFF-USD
               MOVE SPACES TO WORK-RECORD
               STRING "      USD  Now: " EDITED-OLD-USD
                      " New: " EDITED-NEW-USD
                      " Diff: " EDITED-DIFF-USD
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-SIM-RPT
               ADD 1 TO CI-SUB
           END-PERFORM.

       WRITE-MOVES-SECTION.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE CUSTOMERS-UP TO EDITED-COUNT
           MOVE CUSTOMERS-DOWN TO EDITED-COUNT-2
           MOVE CUSTOMERS-SAME TO EDITED-COUNT-3
           MOVE SPACES TO WORK-RECORD
           STRING "Tier Moves - Customers up: " EDITED-COUNT
                  " down: " EDITED-COUNT-2
                  " unchanged: " EDITED-COUNT-3
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE UNOWNED-UP TO EDITED-COUNT
           MOVE UNOWNED-DOWN TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Accounts not on the customer master - up: "
                  EDITED-COUNT " down: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT.

       WRITE-LARGEST-SECTION.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE "Largest Changes (annual USD):" TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           IF LG-COUNT = ZERO
               MOVE "  No account's cost changes under the proposal"
                   TO WORK-RECORD
               PERFORM WRITE-SIM-RPT
           END-IF
           MOVE 1 TO LG-SUB
           PERFORM UNTIL LG-SUB > LG-COUNT
               MOVE LG-OLD-RATE(LG-SUB) TO EDITED-OLD-RATE
               MOVE LG-NEW-RATE(LG-SUB) TO EDITED-NEW-RATE
               MOVE LG-OLD-USD(LG-SUB) TO EDITED-OLD-USD
               MOVE LG-NEW-USD(LG-SUB) TO EDITED-NEW-USD
               MOVE LG-DIFF-USD(LG-SUB) TO EDITED-DIFF-USD
               MOVE SPACES TO WORK-RECORD
               STRING "  Account " LG-ACCT-ID(LG-SUB)
                      " Cust " LG-OWNER-ID(LG-SUB)
                      " Br " LG-BRANCH(LG-SUB)
                      " " LG-CCY(LG-SUB)
                      " " EDITED-OLD-RATE "%>" EDITED-NEW-RATE "%"
                      " Now: " EDITED-OLD-USD
                      " Diff: " EDITED-DIFF-USD
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-SIM-RPT
               ADD 1 TO LG-SUB
           END-PERFORM.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE TOTAL-OLD-USD TO EDITED-OLD-USD
           MOVE TOTAL-NEW-USD TO EDITED-NEW-USD
           COMPUTE SUM-DIFF-USD = TOTAL-NEW-USD - TOTAL-OLD-USD
           MOVE SUM-DIFF-USD TO EDITED-DIFF-USD
           MOVE SPACES TO WORK-RECORD
           STRING "Whole Book - Now: " EDITED-OLD-USD
                  " Proposed: " EDITED-NEW-USD
                  " Diff: " EDITED-DIFF-USD
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT
           MOVE SPACES TO WORK-RECORD
           STRING "Totals - Read: " ACCOUNTS-READ
                  " Priced: " ACCOUNTS-PRICED
                  " Changed: " ACCOUNTS-CHANGED
                  " Closed: " SKIPPED-CLOSED
                  " Not in credit: " SKIPPED-NO-CREDIT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT.

       WRITE-SIM-RPT.
           MOVE WORK-RECORD TO SIM-RPT-RECORD
           WRITE SIM-RPT-RECORD.

       LOAD-PROPOSED-SET.
           *> A missing or empty proposal is an operator error here,
           *> not a quiet night: the run exists only to cost one.
           OPEN INPUT PROPOSAL-FILE
           IF NOT PROPOSAL-STATUS-OK
               MOVE "Y" TO PROPOSAL-FAILED
               MOVE SPACES TO WORK-RECORD
               STRING "No proposed tier set on tier_propose.ps (status "
                      PROPOSAL-STATUS ")"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-SIM-RPT
           ELSE
               MOVE SPACE TO SET-SEEN-FLAG(1) SET-SEEN-FLAG(2)
                   SET-SEEN-FLAG(3)
               PERFORM UNTIL END-OF-FILE-SW
                   READ PROPOSAL-FILE
                       AT END MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF PROPOSAL-RECORD NOT = SPACES
                               PERFORM VET-PROPOSAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
               PERFORM VET-WHOLE-SET
           END-IF
           IF NOT PROPOSAL-FAILED-SW
               MOVE 1 TO SET-SUB
               PERFORM UNTIL SET-SUB > 3
                   MOVE SET-MAX-BAL(SET-SUB) TO
                       NEW-TIER-MAX-BALANCE(SET-SUB)
                   MOVE SET-RATE(SET-SUB) TO NEW-TIER-RATE(SET-SUB)
                   ADD 1 TO SET-SUB
               END-PERFORM
           END-IF.

       VET-PROPOSAL-LINE.
           MOVE SPACES TO FEED-DATE-STR FEED-TIER-STR FEED-MAX-STR
               FEED-RATE-STR
           UNSTRING PROPOSAL-RECORD DELIMITED BY SPACE
               INTO FEED-DATE-STR FEED-TIER-STR FEED-MAX-STR
                    FEED-RATE-STR
           END-UNSTRING
           EVALUATE TRUE
               WHEN FEED-DATE-STR IS NOT NUMERIC
                   PERFORM LOG-PROPOSAL-REJECT
               WHEN FEED-TIER-STR < "1" OR FEED-TIER-STR > "3"
                   PERFORM LOG-PROPOSAL-REJECT
               WHEN FEED-MAX-STR = SPACES OR FEED-RATE-STR = SPACES
                   PERFORM LOG-PROPOSAL-REJECT
               WHEN OTHER
                   IF SET-EFF-DATE = SPACES
                       MOVE FEED-DATE-STR TO SET-EFF-DATE
                   END-IF
                   IF FEED-DATE-STR NOT = SET-EFF-DATE
                       PERFORM LOG-PROPOSAL-REJECT
                   ELSE
                       MOVE FEED-TIER-STR TO FEED-TIER-NUM
                       IF SET-SEEN-FLAG(FEED-TIER-NUM) = "Y"
                           PERFORM LOG-PROPOSAL-REJECT
                       ELSE
                           MOVE "Y" TO SET-SEEN-FLAG(FEED-TIER-NUM)
                           MOVE FUNCTION NUMVAL(FEED-MAX-STR) TO
                               SET-MAX-BAL(FEED-TIER-NUM)
                           MOVE FUNCTION NUMVAL(FEED-RATE-STR) TO
                               SET-RATE(FEED-TIER-NUM)
                           ADD 1 TO PROPOSAL-ACCEPTED
                       END-IF
                   END-IF
           END-EVALUATE.

       VET-WHOLE-SET.
           *> TIER-LOAD's publish rules: all three tiers, break
           *> points strictly ascending, every rate positive.
           IF SET-SEEN-FLAG(1) NOT = "Y"
               OR SET-SEEN-FLAG(2) NOT = "Y"
               OR SET-SEEN-FLAG(3) NOT = "Y"
               MOVE "Y" TO PROPOSAL-FAILED
               MOVE "Proposal is not a complete set of tiers 1-3"
                   TO WORK-RECORD
               PERFORM WRITE-SIM-RPT
           ELSE
               IF SET-MAX-BAL(1) >= SET-MAX-BAL(2)
                   OR SET-MAX-BAL(2) >= SET-MAX-BAL(3)
                   MOVE "Y" TO PROPOSAL-FAILED
                   MOVE "Tier break points are not ascending"
                       TO WORK-RECORD
                   PERFORM WRITE-SIM-RPT
               END-IF
               IF SET-RATE(1) = ZERO OR SET-RATE(2) = ZERO
                   OR SET-RATE(3) = ZERO
                   MOVE "Y" TO PROPOSAL-FAILED
                   MOVE "A tier carries a zero rate" TO WORK-RECORD
                   PERFORM WRITE-SIM-RPT
               END-IF
           END-IF.

       LOG-PROPOSAL-REJECT.
           ADD 1 TO PROPOSAL-REJECTED
           MOVE "Y" TO PROPOSAL-FAILED
           MOVE SPACES TO WORK-RECORD
           STRING "Rejected proposal line: '" PROPOSAL-RECORD "'"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-SIM-RPT.

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
               CLOSE ACCOUNT-FILE SIM-RPT-FILE
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
           *> Tonight's set: the latest effective date on or before
           *> the run date over CALC-INTEREST's compiled fallback.
           *> The control record's standing term is read here too,
           *> for accounts that carry no term of their own.
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
                       MOVE FUNCTION NUMVAL(CTL-TIMEAT-STR) TO
                           CTL-DEFAULT-TIMEAT
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
                   IF TIER-ROW-NUM(TIER-ROW-SUB) >= "1"
                       AND TIER-ROW-NUM(TIER-ROW-SUB) <= "3"
                       AND BEST-EFF-DATE NOT = SPACES
                       AND TIER-ROW-DATE(TIER-ROW-SUB) = BEST-EFF-DATE
                       MOVE TIER-ROW-NUM(TIER-ROW-SUB) TO
                           TIER-APPLY-SUB
                       MOVE TIER-ROW-MAX(TIER-ROW-SUB) TO
                           TIER-MAX-BALANCE(TIER-APPLY-SUB)
                       MOVE TIER-ROW-RATE(TIER-ROW-SUB) TO
                           TIER-RATE(TIER-APPLY-SUB)
                   END-IF
                   ADD 1 TO TIER-ROW-SUB
               END-PERFORM
           END-IF
           IF BEST-EFF-DATE = SPACES
               MOVE "DEFAULT" TO BEST-EFF-DATE
           END-IF.

       LOAD-CUSTOMER-TABLE.
           *> No customer master means every account tiers on its own
           *> balance, exactly as CALC-INTEREST would price it.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               DISPLAY "No customer master (status " CUSTOMER-STATUS
                   "), tiering per account"
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
                                   CUST-ID "' tiering per account"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       LOAD-ONE-CUSTOMER.
           MOVE CUST-ID TO CUST-TAB-ID(CUSTOMER-COUNT)
           MOVE ZERO TO CUST-TAB-COMBINED-USD(CUSTOMER-COUNT)
               CUST-TAB-OPEN-COUNT(CUSTOMER-COUNT)
           MOVE 1 TO CUSTOMER-SLOT-SUB
           PERFORM UNTIL CUSTOMER-SLOT-SUB > 5
               MOVE CUST-ACCT-ID-STR(CUSTOMER-SLOT-SUB) TO
                   CUST-TAB-ACCT-ID(CUSTOMER-COUNT CUSTOMER-SLOT-SUB)
               ADD 1 TO CUSTOMER-SLOT-SUB
           END-PERFORM.

       PRESCAN-COMBINED-BALANCES.
           *> Same relationship basis CALC-INTEREST tiers on: every
           *> account the customer owns, overdrawn ones included.
           *> Only accounts that can earn count toward moving the
           *> relationship between tiers.
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
                           IF NOT ACCT-CLOSED AND NOT ACCT-CHARGED-OFF
                               AND ACCT-BALANCE > ZERO
                               ADD 1 TO CUST-TAB-OPEN-COUNT
                                   (CUSTOMER-FOUND-SUB)
                           END-IF
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
