       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-MATURITY.
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
           SELECT CONTROL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\control_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS CONTROL-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\fx_rates.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FX-STATUS.
           SELECT RATE-TIERS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\rate_tiers.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TIERS-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\accrual.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCR-ACCT-ID
           FILE STATUS IS ACCRUAL-STATUS.
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
           SELECT HOLD-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\holds.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-STATUS.
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS SERIAL-STATUS.
           SELECT PAYOUT-QUEUE-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_queue.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MQ-ACCT-ID
           FILE STATUS IS QUEUE-STATUS.
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
           "C:\banking-mainframe-project\scripts\bin\maturity_whold.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT DAILY-TRANS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\daily_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TRANS-STATUS.
           SELECT MATURITY-JOURNAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_jrnl.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT LETTER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_ltrs.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\maturity_rpt.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY CONTROLREC.
       FD  PARAM-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  PARAM-RECORD.
           *> How many days ahead of the maturity date the customer's
           *> notice goes out.
           05  PARAM-NOTICE-DAYS-STR PIC X(5).
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  RATE-TIERS-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY RATETIER.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           *> Same accrued-interest accumulator CALC-INTEREST adds to
           *> nightly; a maturing deposit's balance here is its final
           *> interest.
           05  ACCR-ACCT-ID       PIC 9(6).
           05  ACCR-INTEREST      PIC 9(9)V99.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  AUDIT-HIST-FILE.
           COPY AUDHREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Register TRANS-POST keeps of every batch it posted.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  PAYOUT-QUEUE-FILE.
       01  PAYOUT-QUEUE-RECORD.
           *> One record per payout sent to TRANS-POST and not yet
           *> seen posted.  Its presence is what stops a rerun
           *> queueing the same deposit twice; it is deleted once the
           *> transfer is found in history, or once the batch is
           *> known not to have moved it.
           05  MQ-ACCT-ID         PIC 9(6).
           05  MQ-SERIAL          PIC X(6).
           05  MQ-AMOUNT          PIC 9(7)V99.
           05  MQ-TO-ACCT         PIC X(6).
           05  MQ-QUEUED-DATE     PIC X(8).
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
       FD  DAILY-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.  *> Same line TRANS-POST
               *> and BATCH-EDIT read
       01  DAILY-TRANS-RECORD     PIC X(40).
       FD  MATURITY-JOURNAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  MATURITY-JOURNAL-RECORD PIC X(120).
       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-RECORD          PIC X(80).
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
       01  CONTROL-STATUS         PIC XX VALUE "00".
           88  CONTROL-STATUS-OK  VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  TIERS-STATUS           PIC XX VALUE "00".
           88  TIERS-STATUS-OK    VALUE "00".
       01  ACCRUAL-STATUS         PIC XX VALUE "00".
           88  ACCRUAL-STATUS-OK  VALUE "00".
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  AUDIT-HIST-STATUS      PIC XX VALUE "00".
           88  AUDIT-HIST-OK      VALUE "00".
       01  TRANS-STATUS           PIC XX VALUE "00".
           88  TRANS-STATUS-OK    VALUE "00".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  SERIAL-STATUS          PIC XX VALUE "00".
           88  SERIAL-STATUS-OK   VALUE "00".
       01  QUEUE-STATUS           PIC XX VALUE "00".
           88  QUEUE-STATUS-OK    VALUE "00".
       01  YTD-STATUS             PIC XX VALUE "00".
           88  YTD-STATUS-OK      VALUE "00".
       01  WHOLD-PARAM-STATUS     PIC XX VALUE "00".
           88  WHOLD-PARAM-OK     VALUE "00".
       01  HOLDS-ON-FILE          PIC X VALUE "N".
           88  HOLDS-ON-FILE-SW   VALUE "Y".
       01  SERIALS-ON-FILE        PIC X VALUE "N".
           88  SERIALS-ON-FILE-SW VALUE "Y".
       01  HOLD-EOF               PIC X VALUE "N".
           88  HOLD-EOF-SW        VALUE "Y".
       01  HISTORY-EOF            PIC X VALUE "N".
           88  HISTORY-EOF-SW     VALUE "Y".
       01  PAYOUT-QUEUED          PIC X VALUE "N".
           88  PAYOUT-QUEUED-SW   VALUE "Y".
       01  QUEUED-BATCH-STATE     PIC X VALUE SPACE.
           *> Where the batch a deposit's payout was queued in stands.
           88  QUEUED-BATCH-WAITING  VALUE "W".
           88  QUEUED-BATCH-POSTED   VALUE "P".
           88  QUEUED-BATCH-REVERSED VALUE "R".
       01  PAYOUT-FOUND           PIC X VALUE "N".
           88  PAYOUT-FOUND-SW    VALUE "Y".
       01  BOUNCE-REASON          PIC X(30).
       01  WHOLD-RATE             PIC 9(2)V99 VALUE 24.00.
           *> Same backup-withholding percentage CALC-INTEREST takes
           *> from interest credited to a customer flagged "B", read
           *> from the same whold_param.ps; 24.00 when the file is
           *> missing or blank.
       01  NOTICE-DAYS            PIC 9(5) VALUE 30.
           *> Fallback when no parameter file is supplied: the notice
           *> goes out thirty days ahead of maturity.  A notice is sent
           *> on the first run inside that window -- a missed night or
           *> a deposit opened inside it still gets one -- and the
           *> maturity date it was sent for is kept on the master
           *> (ACCT-NOTICED-DATE), so a customer gets one letter per
           *> term.
       01  DATE-WORK.
           *> A term ends TERM-STR months after ACCT-OPEN-DATE, on
           *> the same day of the month -- or the month's last day
           *> when the opening day does not exist in the maturity
           *> month (a 31 January six-month deposit matures 31 July,
           *> a 31 August one the last day of February).
           05  TODAY-NUM          PIC 9(8).
           05  TODAY-INTEGER      PIC 9(8).
           05  OPEN-DATE-NUM      PIC 9(8).
           05  OPEN-DATE-PARTS REDEFINES OPEN-DATE-NUM.
               10  OPEN-YEAR      PIC 9(4).
               10  OPEN-MONTH     PIC 9(2).
               10  OPEN-DAY       PIC 9(2).
           05  MATURITY-DATE-NUM  PIC 9(8).
           05  MATURITY-DATE-PARTS REDEFINES MATURITY-DATE-NUM.
               10  MAT-YEAR       PIC 9(4).
               10  MAT-MONTH      PIC 9(2).
               10  MAT-DAY        PIC 9(2).
           05  MONTH-FIRST-NUM    PIC 9(8).
           05  MONTH-FIRST-PARTS REDEFINES MONTH-FIRST-NUM.
               10  FIRST-YEAR     PIC 9(4).
               10  FIRST-MONTH    PIC 9(2).
               10  FIRST-DAY      PIC 9(2).
           05  MONTH-COUNT        PIC 9(6).
           05  DAYS-IN-MONTH      PIC 9(2).
           05  MONTH-START-INTEGER PIC 9(8).
           05  MATURITY-INTEGER   PIC 9(8).
           05  DAYS-TO-MATURITY   PIC S9(8).
           05  JULIAN-DATE        PIC 9(7).
       01  MATURITY-DATE-EDITED   PIC X(10).
       01  RUN-DATE-EDITED        PIC X(10).
       01  RUN-STAMP-KEY          PIC X(14).
       01  RUN-TIMESTAMP-EDITED   PIC X(19).
       01  TERM-MONTHS            PIC 9(2).
       01  TERM-VALID             PIC X VALUE "N".
           88  TERM-VALID-SW      VALUE "Y".
       01  HOLD-REASON            PIC X(50).
           *> Why a deposit due to mature was left alone tonight;
           *> spaces when it matured.  A held deposit is picked up
           *> again the next night once the cause is put right.
       01  INTEREST-POSTED        PIC X VALUE "N".
           88  INTEREST-POSTED-SW VALUE "Y".
       01  CTL-DEFAULT-RATE       PIC 9(2)V99.
       01  RATE-SCHEDULE.
           *> Compiled fallback tiers, overlaid by the published
           *> schedule in force -- the same tiers CALC-INTEREST
           *> prices on, so a rolled-over deposit renews at the rate
           *> the nightly run will pay it.
           05  RATE-TIER OCCURS 3 TIMES.
               10  TIER-MAX-BALANCE  PIC 9(7)V99.
               10  TIER-RATE         PIC 9(2)V99.
       01  RATE-TIER-SUB          PIC 9(1).
       01  TIER-SCHEDULE-CONTROLS.
           05  TIERS-EOF          PIC X VALUE "N".
               88  TIERS-EOF-SW   VALUE "Y".
           05  SCHEDULE-RUN-DATE  PIC X(8).
           05  BEST-EFF-DATE      PIC X(8).
           05  TIER-ROW-COUNT     PIC 9(2) VALUE ZERO.
           05  TIER-ROW OCCURS 60 TIMES.
               10  TIER-ROW-DATE  PIC X(8).
               10  TIER-ROW-NUM   PIC X(1).
               10  TIER-ROW-MAX   PIC 9(7)V99.
               10  TIER-ROW-RATE  PIC 9(2)V99.
           05  TIER-ROW-SUB       PIC 9(2).
           05  TIER-APPLY-SUB     PIC 9(1).
       01  FX-CONTROLS.
           05  FX-EOF             PIC X VALUE "N".
               88  FX-EOF-SW      VALUE "Y".
           05  FX-TODAY           PIC X(8).
       01  EXCHANGE-SCHEDULE.
           *> Same exchange schedule the other nightly programs load
           *> from fx_rates.ps: the relationship balance a rollover
           *> is tiered on, and the report's branch figures, are USD.
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
           05  PRESCAN-EOF        PIC X VALUE "N".
               88  PRESCAN-EOF-SW VALUE "Y".
           05  CUSTOMER-ACCT-ID-STR PIC X(6).
       01  CUSTOMER-TABLE.
           *> In-core image of customer_data.ps: the combined USD
           *> balance a rollover is tiered on (the whole relationship,
           *> as CALC-INTEREST prices it), the owner's name and
           *> mailing address for the maturity notice, and the
           *> backup-withholding flag final interest is taxed on.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-NAME         PIC X(20).
               10  CUST-TAB-WHOLD        PIC X(1).
                   88  CUST-TAB-BACKUP-WHOLD VALUE "B".
               10  CUST-TAB-ADDR         PIC X(20).
               10  CUST-TAB-CITY         PIC X(20).
               10  CUST-TAB-COMBINED-USD PIC S9(9)V99.
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
       01  ACCOUNT-ID-TABLE.
           *> Every account on the master, noted by the first pass so
           *> a nominated payout account can be checked without
           *> losing the main pass's place in the file.  The status
           *> is kept so a payout TRANS-POST would refuse -- to a
           *> closed or charged-off account -- is held here instead.
           05  ACCT-TAB-COUNT     PIC 9(4) VALUE ZERO.
           05  ACCT-TAB-ENTRY OCCURS 1000 TIMES.
               10  ACCT-TAB-ID        PIC X(6).
               10  ACCT-TAB-STATUS    PIC X(1).
                   88  ACCT-TAB-CLOSED      VALUE "C".
                   88  ACCT-TAB-CHARGED-OFF VALUE "X".
       01  ACCT-TAB-SUB           PIC 9(4).
       01  ACCT-TAB-FOUND-SUB     PIC 9(4) VALUE ZERO.
       01  PAYOUT-BATCH.
           *> Payout transfers are held here and written at the end
           *> of the run as one proved batch appended to
           *> daily_trans.ps -- header, one "T" line per payout, and
           *> a trailer -- so BATCH-EDIT proves them and TRANS-POST
           *> moves the money through its ordinary transfer path,
           *> history and all.  The serial is "M" plus the run's
           *> YYDDD, unique to the night.
           05  PAYOUT-SERIAL      PIC X(6).
           05  PAYOUT-COUNT       PIC 9(3) VALUE ZERO.
           05  PAYOUT-ENTRY OCCURS 200 TIMES.
               10  PAYOUT-FROM-ACCT PIC 9(6).
               10  PAYOUT-AMOUNT    PIC 9(7)V99.
               10  PAYOUT-TO-ACCT   PIC X(6).
       01  PAYOUT-SUB             PIC 9(3).
       01  BATCH-LINE-FIELDS.
           05  LINE-AMOUNT-EDITED PIC 9(7).99.
           05  HDR-COUNT-EDITED   PIC 9(6).
       01  BRANCH-TOTALS.
           *> Rollovers and payouts by owning branch, in USD, for the
           *> report's branch section.  Blank branch codes (records
           *> predating the field) roll up under their own bucket.
           05  MB-COUNT           PIC 9(2) VALUE ZERO.
           05  MB-ENTRY OCCURS 10 TIMES.
               10  MB-CODE        PIC X(3).
               10  MB-ROLL-COUNT  PIC 9(6).
               10  MB-ROLL-USD    PIC 9(9)V99.
               10  MB-PAY-COUNT   PIC 9(6).
               10  MB-PAY-USD     PIC 9(9)V99.
       01  MB-SUB                 PIC 9(2).
       01  MB-FOUND-SUB           PIC 9(2).
       01  WORK-AREA.
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  NEW-BALANCE        PIC S9(7)V99.
           05  USD-BALANCE        PIC S9(7)V99.
           05  TIER-BASIS         PIC S9(9)V99.
           05  RATE               PIC 9(2)V99.
           05  INTEREST-AMOUNT    PIC 9(7)V99.
           05  USD-INTEREST-AMOUNT PIC 9(7)V99.
           05  WITHHOLD-AMOUNT    PIC 9(7)V99.
           05  USD-WITHHOLD-AMOUNT PIC 9(7)V99.
           05  HELD-AMOUNT        PIC 9(9)V99.
           05  USD-PAYOUT-AMOUNT  PIC 9(9)V99.
           05  RATE-STAMP         PIC 9.9.
               *> INTEREST-RATE-STR's display shape, e.g. "4.0"
       01  HISTORY-WRITE-FIELDS.
           05  HIST-SET-ACCT      PIC 9(6).
           05  HIST-SET-TYPE      PIC X(3).
           05  HIST-SET-AMOUNT    PIC S9(7)V99.
           05  HIST-SET-CCY       PIC X(3).
           05  HIST-SET-BALANCE   PIC S9(7)V99.
       01  HIST-SEQ-COUNTER       PIC 9(3) VALUE ZERO.
       01  AUDIT-HIST-FIELDS.
           05  AH-SET-TYPE        PIC X(3).
           05  AH-SET-RATE        PIC 9(2)V99.
           05  AH-SET-AMOUNT      PIC 9(7)V99.
       01  AH-SEQ-COUNTER         PIC 9(3) VALUE ZERO.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  LETTER-RULE            PIC X(60) VALUE ALL "-".
       01  EDITED-FIELDS.
           05  EDITED-BALANCE     PIC -(7)9.99.
           05  EDITED-NEW-BALANCE PIC -(7)9.99.
           05  EDITED-INTEREST    PIC Z(6)9.99.
           05  EDITED-WITHHOLD    PIC Z(6)9.99.
           05  EDITED-AMOUNT      PIC Z(6)9.99.
           05  EDITED-RATE        PIC Z(2)9.99.
           05  EDITED-TERM        PIC Z9.
           05  EDITED-DAYS        PIC Z(4)9.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-USD         PIC Z(8)9.99.
           05  EDITED-USD-2       PIC Z(8)9.99.
       01  RUN-TOTALS.
           05  TERM-COUNT         PIC 9(6) VALUE ZERO.
           05  MATURED-COUNT      PIC 9(6) VALUE ZERO.
           05  ROLLOVER-COUNT     PIC 9(6) VALUE ZERO.
           05  ROLLOVER-USD       PIC 9(9)V99 VALUE ZERO.
           05  PAID-OUT-COUNT     PIC 9(6) VALUE ZERO.
           05  PAID-OUT-USD       PIC 9(9)V99 VALUE ZERO.
           05  QUEUED-COUNT       PIC 9(6) VALUE ZERO.
           05  QUEUED-USD         PIC 9(9)V99 VALUE ZERO.
           05  PENDING-COUNT      PIC 9(6) VALUE ZERO.
           05  BOUNCED-COUNT      PIC 9(6) VALUE ZERO.
           05  WITHHELD-COUNT     PIC 9(6) VALUE ZERO.
           05  WITHHELD-USD       PIC 9(9)V99 VALUE ZERO.
           05  HELD-COUNT         PIC 9(6) VALUE ZERO.
           05  FINAL-INT-COUNT    PIC 9(6) VALUE ZERO.
           05  FINAL-INT-USD      PIC 9(9)V99 VALUE ZERO.
           05  LETTER-COUNT       PIC 9(6) VALUE ZERO.
           05  NO-ADDRESS-COUNT   PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Term-deposit maturity.  Every compound (term) deposit whose
       *> term has run out is matured: the interest accrued since its
       *> last capitalization is posted as final interest (less
       *> backup withholding where the owner is flagged for it), then
       *> the standing instruction is carried out -- roll over into a
       *> new term of the same length at the tier rate in force
       *> today, or pay the whole balance out to the nominated account
       *> through the teller posting run's own transfer path.  A
       *> payout is only queued here; the deposit is marked matured
       *> and paid ("M") by a later run that finds the transfer in
       *> history, the way SORD-GEN confirms a standing order.  A
       *> deposit within NOTICE-DAYS of maturity gets the customer
       *> notice.  Runs ahead of BATCH-EDIT so the payout batch it
       *> appends is proved and posted the same night.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
       MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP-KEY.
       COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
       MOVE FUNCTION DAY-OF-INTEGER(TODAY-INTEGER) TO JULIAN-DATE.
       MOVE SPACES TO PAYOUT-SERIAL.
       STRING "M" JULIAN-DATE(3:5)
              DELIMITED BY SIZE INTO PAYOUT-SERIAL.
       STRING FUNCTION CURRENT-DATE(5:2) "/"
              FUNCTION CURRENT-DATE(7:2) "/"
              FUNCTION CURRENT-DATE(1:4)
              DELIMITED BY SIZE INTO RUN-DATE-EDITED.
       STRING RUN-DATE-EDITED " "
              FUNCTION CURRENT-DATE(9:2) ":"
              FUNCTION CURRENT-DATE(11:2) ":"
              FUNCTION CURRENT-DATE(13:2)
              DELIMITED BY SIZE INTO RUN-TIMESTAMP-EDITED.
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
       *> The standing top-tier rate keeps its CALC-INTEREST role as
       *> the fallback when no published schedule is in force.
       MOVE 5.50 TO CTL-DEFAULT-RATE.
       OPEN INPUT CONTROL-FILE.
       IF CONTROL-STATUS-OK
           READ CONTROL-FILE
               NOT AT END
                   IF CTL-RATE-STR NOT = SPACES
                       MOVE FUNCTION NUMVAL(CTL-RATE-STR) TO
                           CTL-DEFAULT-RATE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
       END-IF.
       OPEN INPUT WHOLD-PARAM-FILE.
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
       MOVE 999.99 TO TIER-MAX-BALANCE(1)
       MOVE 3.00 TO TIER-RATE(1)
       MOVE 9999.99 TO TIER-MAX-BALANCE(2)
       MOVE 4.00 TO TIER-RATE(2)
       MOVE 9999999.99 TO TIER-MAX-BALANCE(3)
       MOVE CTL-DEFAULT-RATE TO TIER-RATE(3)
       PERFORM LOAD-RATE-SCHEDULE.
       OPEN I-O ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       PERFORM PRESCAN-ACCOUNTS.
       PERFORM OPEN-ACCRUAL-FILE.
       PERFORM OPEN-HISTORY-FILE.
       PERFORM OPEN-AUDIT-HIST-FILE.
       PERFORM OPEN-YTD-FILE.
       PERFORM OPEN-QUEUE-FILE.
       PERFORM OPEN-HOLD-FILE.
       PERFORM OPEN-SERIAL-FILE.
       *> The payout batch is appended behind whatever the tellers
       *> delivered; opened now so a file that cannot take it stops
       *> the run before any deposit is marked paid out.
       OPEN EXTEND DAILY-TRANS-FILE.
       IF TRANS-STATUS = "35"
           OPEN OUTPUT DAILY-TRANS-FILE
       END-IF.
       IF NOT TRANS-STATUS-OK
           DISPLAY "Unable to open DAILY-TRANS-FILE, status "
               TRANS-STATUS
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT MATURITY-JOURNAL-FILE
            OUTPUT LETTER-FILE
            OUTPUT REPORT-FILE
            OUTPUT WHOLD-FEED-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "Term Deposit Maturity Report        Run Date: "
              RUN-DATE-EDITED
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       PERFORM UNTIL END-OF-FILE-SW
           READ ACCOUNT-FILE NEXT
               AT END MOVE "Y" TO END-OF-FILE
               NOT AT END
                   IF ACCT-TYPE-STR = "C"
                       AND ACCT-MATURITY-STR NOT = "M"
                       AND NOT ACCT-CLOSED
                       ADD 1 TO TERM-COUNT
                       PERFORM CHECK-ONE-DEPOSIT
                   END-IF
           END-READ
       END-PERFORM.
       IF PAYOUT-COUNT > ZERO
           PERFORM WRITE-PAYOUT-BATCH
       END-IF.
       PERFORM WRITE-BRANCH-SECTION.
       PERFORM WRITE-RUN-TOTALS.
       CLOSE ACCOUNT-FILE ACCRUAL-FILE HISTORY-FILE AUDIT-HIST-FILE
             YTD-FILE PAYOUT-QUEUE-FILE DAILY-TRANS-FILE
             MATURITY-JOURNAL-FILE LETTER-FILE REPORT-FILE
             WHOLD-FEED-FILE.
       IF HOLDS-ON-FILE-SW
           CLOSE HOLD-FILE
       END-IF.
       IF SERIALS-ON-FILE-SW
           CLOSE BATCH-SERIAL-FILE
       END-IF.
       STOP RUN.

       CHECK-ONE-DEPOSIT.
           MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           END-IF
           IF CURRENCY-CODE = SPACES
               MOVE "USD" TO CURRENCY-CODE
           END-IF
           *> A payout already sent to TRANS-POST is settled first;
           *> one that did not move the money goes back through
           *> maturity tonight like any other deposit that is due.
           MOVE "N" TO PAYOUT-QUEUED
           MOVE ACCT-ID TO MQ-ACCT-ID
           READ PAYOUT-QUEUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO PAYOUT-QUEUED
                   PERFORM CONFIRM-QUEUED-PAYOUT
           END-READ
           IF NOT PAYOUT-QUEUED-SW
               PERFORM DATE-ONE-DEPOSIT
           END-IF.

       DATE-ONE-DEPOSIT.
           PERFORM COMPUTE-MATURITY-DATE
           IF NOT TERM-VALID-SW
               *> A deposit that cannot be dated can never mature;
               *> the report carries it every night until the open
               *> date or term is keyed.
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "*** HELD *** Account " ACCT-ID
                      " term deposit has no valid open date or term"
                      " - maturity cannot be dated"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               COMPUTE DAYS-TO-MATURITY =
                   MATURITY-INTEGER - TODAY-INTEGER
               IF DAYS-TO-MATURITY <= ZERO
                   PERFORM MATURE-ONE-DEPOSIT
               ELSE
                   IF DAYS-TO-MATURITY <= NOTICE-DAYS
                       AND ACCT-NOTICED-DATE NOT = MATURITY-DATE-NUM
                       PERFORM PRODUCE-MATURITY-NOTICE
                   END-IF
               END-IF
           END-IF.

       COMPUTE-MATURITY-DATE.
           *> Leaves MATURITY-DATE-NUM/MATURITY-INTEGER set for the
           *> term starting ACCT-OPEN-DATE, or TERM-VALID "N".
           MOVE "N" TO TERM-VALID
           IF ACCT-OPEN-DATE IS NUMERIC
               AND TERM-STR IS NUMERIC
               AND TERM-STR NOT = "00"
               MOVE ACCT-OPEN-DATE TO OPEN-DATE-NUM
               MOVE TERM-STR TO TERM-MONTHS
               IF OPEN-MONTH >= 1 AND OPEN-MONTH <= 12
                   AND OPEN-DAY >= 1 AND OPEN-DAY <= 31
                   AND OPEN-YEAR >= 1601
                   MOVE "Y" TO TERM-VALID
               END-IF
           END-IF
           IF TERM-VALID-SW
               COMPUTE MONTH-COUNT =
                   (OPEN-YEAR * 12) + (OPEN-MONTH - 1) + TERM-MONTHS
               DIVIDE MONTH-COUNT BY 12 GIVING MAT-YEAR
                   REMAINDER MAT-MONTH
               ADD 1 TO MAT-MONTH
               MOVE MAT-YEAR TO FIRST-YEAR
               MOVE MAT-MONTH TO FIRST-MONTH
               MOVE 1 TO FIRST-DAY
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
               IF OPEN-DAY > DAYS-IN-MONTH
                   MOVE DAYS-IN-MONTH TO MAT-DAY
               ELSE
                   MOVE OPEN-DAY TO MAT-DAY
               END-IF
               COMPUTE MATURITY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MATURITY-DATE-NUM)
               MOVE SPACES TO MATURITY-DATE-EDITED
               STRING MAT-MONTH "/" MAT-DAY "/" MAT-YEAR
                      DELIMITED BY SIZE INTO MATURITY-DATE-EDITED
           END-IF.

       MATURE-ONE-DEPOSIT.
           *> Everything is vetted before the master is touched: a
           *> payout TRANS-POST would refuse -- to an account not on
           *> file, closed or charged off, or out of a deposit with
           *> active holds -- holds the whole maturity, final
           *> interest included, so the deposit matures in one piece
           *> once the cause is put right.
           MOVE SPACES TO HOLD-REASON
           PERFORM FIND-EXCHANGE-FOR-ACCOUNT
           PERFORM PRICE-ON-RELATIONSHIP
           IF ACCT-MATURITY-STR = "P"
               PERFORM FIND-PAYOUT-ACCOUNT
               IF ACCT-PAYOUT-ACCT-STR = SPACES
                   MOVE "payout instruction has no payout account"
                       TO HOLD-REASON
               ELSE
                   IF ACCT-PAYOUT-ACCT-STR = ACCT-ID
                       OR ACCT-TAB-FOUND-SUB = ZERO
                       MOVE SPACES TO HOLD-REASON
                       STRING "payout account " ACCT-PAYOUT-ACCT-STR
                              " not on file"
                              DELIMITED BY SIZE INTO HOLD-REASON
                   ELSE
                   IF ACCT-TAB-CLOSED(ACCT-TAB-FOUND-SUB)
                       MOVE SPACES TO HOLD-REASON
                       STRING "payout account " ACCT-PAYOUT-ACCT-STR
                              " is closed"
                              DELIMITED BY SIZE INTO HOLD-REASON
                   ELSE
                   IF ACCT-TAB-CHARGED-OFF(ACCT-TAB-FOUND-SUB)
                       MOVE SPACES TO HOLD-REASON
                       STRING "payout account " ACCT-PAYOUT-ACCT-STR
                              " is charged off"
                              DELIMITED BY SIZE INTO HOLD-REASON
                   END-IF
                   END-IF
                   END-IF
               END-IF
               IF HOLD-REASON = SPACES
                   PERFORM SUM-ACTIVE-HOLDS
                   IF HELD-AMOUNT > ZERO
                       *> The payout is the whole balance, so any
                       *> active hold leaves too little available.
                       MOVE "active holds on the deposit"
                           TO HOLD-REASON
                   END-IF
               END-IF
               IF HOLD-REASON = SPACES
                   AND PAYOUT-COUNT NOT < 200
                   MOVE "payout batch full" TO HOLD-REASON
               END-IF
           END-IF
           IF HOLD-REASON = SPACES
               PERFORM POST-FINAL-INTEREST
           END-IF
           IF HOLD-REASON = SPACES
               ADD 1 TO MATURED-COUNT
               IF ACCT-MATURITY-STR = "P"
                   PERFORM PAY-OUT-DEPOSIT
               ELSE
                   PERFORM ROLL-OVER-DEPOSIT
               END-IF
           END-IF
           IF HOLD-REASON NOT = SPACES
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "*** HELD *** Account " ACCT-ID
                      " matured " MATURITY-DATE-EDITED " - "
                      HOLD-REASON
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       POST-FINAL-INTEREST.
           *> The interest accrued since the deposit last capitalized
           *> is posted through the same movement CALC-INTEREST uses
           *> on a cycle night -- journal line, INT history, INT
           *> audit history, interest-to-date for the year-end
           *> extract, and the backup withholding that follows it --
           *> and cleared only once it has landed.
           MOVE ACCT-ID TO ACCR-ACCT-ID
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE ZERO TO ACCR-INTEREST
           END-READ
           IF ACCR-INTEREST > ZERO
               MOVE ACCR-INTEREST TO INTEREST-AMOUNT
               PERFORM POST-INTEREST-TO-MASTER
               IF INTEREST-POSTED-SW
                   ADD 1 TO FINAL-INT-COUNT
                   COMPUTE USD-INTEREST-AMOUNT ROUNDED =
                       INTEREST-AMOUNT *
                       EXCHANGE-RATE(EXCHANGE-TIER-SUB)
                   ADD USD-INTEREST-AMOUNT TO FINAL-INT-USD
                   MOVE NEW-BALANCE TO ACCT-BALANCE
                   MOVE ZERO TO ACCR-INTEREST
                   REWRITE ACCRUAL-RECORD
                   IF NOT ACCRUAL-STATUS-OK
                       DISPLAY "Accrual clear failed for ACCT-ID='"
                           ACCT-ID "', status " ACCRUAL-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM ADD-INTEREST-TO-YTD
                   PERFORM FIND-CUSTOMER-FOR-ACCOUNT
                   IF CUSTOMER-FOUND-SUB > ZERO
                       IF CUST-TAB-BACKUP-WHOLD(CUSTOMER-FOUND-SUB)
                           PERFORM POST-BACKUP-WITHHOLDING
                       END-IF
                   END-IF
               ELSE
                   MOVE "final interest could not be posted"
                       TO HOLD-REASON
               END-IF
           END-IF.

       POST-INTEREST-TO-MASTER.
           MOVE "N" TO INTEREST-POSTED
           COMPUTE NEW-BALANCE = ACCT-BALANCE + INTEREST-AMOUNT
               ON SIZE ERROR
                   MOVE SPACES TO WORK-RECORD
                   STRING "*** NOT POSTED *** " ACCT-ID
                          " interest posting would overflow the "
                          "balance - master unchanged, Timestamp: "
                          RUN-TIMESTAMP-EDITED
                          DELIMITED BY SIZE INTO WORK-RECORD
               NOT ON SIZE ERROR
                   MOVE NEW-BALANCE TO EDITED-NEW-BALANCE
                   MOVE FUNCTION TRIM(EDITED-NEW-BALANCE) TO
                       ACCT-BALANCE-STR
                   REWRITE ACCOUNT-DATA
                   MOVE ACCT-BALANCE TO EDITED-BALANCE
                   MOVE INTEREST-AMOUNT TO EDITED-INTEREST
                   MOVE SPACES TO WORK-RECORD
                   IF ACCOUNT-STATUS-OK
                       STRING "Posted: " ACCT-ID
                              " Old Balance: " EDITED-BALANCE
                              " Interest: " EDITED-INTEREST
                              " New Balance: " EDITED-NEW-BALANCE
                              " Timestamp: " RUN-TIMESTAMP-EDITED
                              DELIMITED BY SIZE INTO WORK-RECORD
                       MOVE "Y" TO INTEREST-POSTED
                       MOVE ACCT-ID TO HIST-SET-ACCT
                       MOVE "INT" TO HIST-SET-TYPE
                       MOVE INTEREST-AMOUNT TO HIST-SET-AMOUNT
                       MOVE CURRENCY-CODE TO HIST-SET-CCY
                       MOVE NEW-BALANCE TO HIST-SET-BALANCE
                       PERFORM WRITE-HISTORY-RECORD
                       MOVE "INT" TO AH-SET-TYPE
                       MOVE RATE TO AH-SET-RATE
                       MOVE INTEREST-AMOUNT TO AH-SET-AMOUNT
                       PERFORM WRITE-AUDIT-HIST
                   ELSE
                       DISPLAY "Posting REWRITE failed for ACCT-ID='"
                           ACCT-ID "', status " ACCOUNT-STATUS
                       STRING "*** NOT POSTED *** " ACCT-ID
                              " interest REWRITE failed, status "
                              ACCOUNT-STATUS
                              " - master unchanged, Timestamp: "
                              RUN-TIMESTAMP-EDITED
                              DELIMITED BY SIZE INTO WORK-RECORD
                   END-IF
           END-COMPUTE
           MOVE WORK-RECORD TO MATURITY-JOURNAL-RECORD
           WRITE MATURITY-JOURNAL-RECORD.

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
           *> CALC-INTEREST's withholding, applied to final interest:
           *> WHOLD-RATE percent comes off the balance the interest
           *> just landed on, journaled on its own "Withheld: " line
           *> in CALC-INTEREST's layout (EOD-PROOF reads it by
           *> position), written to history and audit history as
           *> "BWH", added to the account's withheld-to-date, and fed
           *> to GL-EXTRACT.  A failed REWRITE leaves the interest
           *> posted gross and says so on the journal.
           COMPUTE WITHHOLD-AMOUNT ROUNDED =
               INTEREST-AMOUNT * WHOLD-RATE / 100
           IF WITHHOLD-AMOUNT > ZERO
               MOVE NEW-BALANCE TO ACCT-BALANCE
               COMPUTE NEW-BALANCE = ACCT-BALANCE - WITHHOLD-AMOUNT
               MOVE NEW-BALANCE TO EDITED-NEW-BALANCE
               MOVE FUNCTION TRIM(EDITED-NEW-BALANCE) TO
                   ACCT-BALANCE-STR
               REWRITE ACCOUNT-DATA
               MOVE ACCT-BALANCE TO EDITED-BALANCE
               MOVE WITHHOLD-AMOUNT TO EDITED-WITHHOLD
               MOVE SPACES TO WORK-RECORD
               IF ACCOUNT-STATUS-OK
                   STRING "Withheld: " ACCT-ID
                          " Old Balance: " EDITED-BALANCE
                          " Withheld: " EDITED-WITHHOLD
                          " New Balance: " EDITED-NEW-BALANCE
                          " Timestamp: " RUN-TIMESTAMP-EDITED
                          DELIMITED BY SIZE INTO WORK-RECORD
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
                       WITHHOLD-AMOUNT *
                       EXCHANGE-RATE(EXCHANGE-TIER-SUB)
                   ADD 1 TO WITHHELD-COUNT
                   ADD USD-WITHHOLD-AMOUNT TO WITHHELD-USD
                   MOVE SPACES TO WHOLD-FEED-RECORD
                   MOVE ACCT-ID TO WHOLD-FEED-ACCT-ID
                   MOVE ACCT-BRANCH-STR TO WHOLD-FEED-BRANCH
                   MOVE CURRENCY-CODE TO WHOLD-FEED-CCY
                   MOVE USD-WITHHOLD-AMOUNT TO WHOLD-FEED-USD-AMOUNT
                   WRITE WHOLD-FEED-RECORD
               ELSE
                   DISPLAY "Withholding REWRITE failed for ACCT-ID='"
                       ACCT-ID "', status " ACCOUNT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STRING "*** NOT WITHHELD *** " ACCT-ID
                          " withholding REWRITE failed, status "
                          ACCOUNT-STATUS
                          " - interest stands gross, Timestamp: "
                          RUN-TIMESTAMP-EDITED
                          DELIMITED BY SIZE INTO WORK-RECORD
               END-IF
               MOVE WORK-RECORD TO MATURITY-JOURNAL-RECORD
               WRITE MATURITY-JOURNAL-RECORD
           END-IF.

       ROLL-OVER-DEPOSIT.
           *> A new term of the same length starts today at the tier
           *> rate the relationship earns now.  The rate stamped on
           *> the record is for display -- CALC-INTEREST always
           *> prices off the schedule.
           MOVE RATE TO RATE-STAMP
           MOVE RATE-STAMP TO INTEREST-RATE-STR
           MOVE TODAY-NUM TO ACCT-OPEN-DATE
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               DISPLAY "Rollover REWRITE failed for ACCT-ID='"
                   ACCT-ID "', status " ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
               SUBTRACT 1 FROM MATURED-COUNT
               MOVE SPACES TO HOLD-REASON
               STRING "rollover REWRITE failed, status "
                      ACCOUNT-STATUS
                      DELIMITED BY SIZE INTO HOLD-REASON
           ELSE
               ADD 1 TO ROLLOVER-COUNT
               COMPUTE USD-BALANCE ROUNDED =
                   ACCT-BALANCE * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
               ADD USD-BALANCE TO ROLLOVER-USD
               PERFORM FIND-BRANCH-ENTRY
               IF MB-FOUND-SUB > ZERO
                   ADD 1 TO MB-ROLL-COUNT(MB-FOUND-SUB)
                   ADD USD-BALANCE TO MB-ROLL-USD(MB-FOUND-SUB)
               END-IF
               PERFORM COMPUTE-MATURITY-DATE
               MOVE ACCT-BALANCE TO EDITED-BALANCE
               MOVE RATE TO EDITED-RATE
               MOVE SPACES TO WORK-RECORD
               STRING "Account " ACCT-ID " rolled over - Balance: "
                      EDITED-BALANCE " " CURRENCY-CODE
                      " Rate: " EDITED-RATE
                      " New maturity: " MATURITY-DATE-EDITED
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PAY-OUT-DEPOSIT.
           *> The payout is only queued tonight: the deposit keeps its
           *> "P" instruction until a later run finds the transfer
           *> posted (CONFIRM-QUEUED-PAYOUT).  The queue record,
           *> keyed on the deposit, is what stops a rerun sending the
           *> same payout twice.
           IF ACCT-BALANCE > ZERO
               MOVE ACCT-ID TO MQ-ACCT-ID
               MOVE PAYOUT-SERIAL TO MQ-SERIAL
               MOVE ACCT-BALANCE TO MQ-AMOUNT
               MOVE ACCT-PAYOUT-ACCT-STR TO MQ-TO-ACCT
               MOVE TODAY-NUM TO MQ-QUEUED-DATE
               WRITE PAYOUT-QUEUE-RECORD
               IF NOT QUEUE-STATUS-OK
                   DISPLAY "Payout queue WRITE failed for ACCT-ID='"
                       ACCT-ID "', status " QUEUE-STATUS
                   MOVE 8 TO RETURN-CODE
                   SUBTRACT 1 FROM MATURED-COUNT
                   MOVE SPACES TO HOLD-REASON
                   STRING "payout queue WRITE failed, status "
                          QUEUE-STATUS
                          DELIMITED BY SIZE INTO HOLD-REASON
               ELSE
                   ADD 1 TO PAYOUT-COUNT
                   MOVE ACCT-ID TO PAYOUT-FROM-ACCT(PAYOUT-COUNT)
                   MOVE ACCT-BALANCE TO PAYOUT-AMOUNT(PAYOUT-COUNT)
                   MOVE ACCT-PAYOUT-ACCT-STR TO
                       PAYOUT-TO-ACCT(PAYOUT-COUNT)
                   ADD 1 TO QUEUED-COUNT
                   COMPUTE USD-BALANCE ROUNDED =
                       ACCT-BALANCE * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
                   ADD USD-BALANCE TO QUEUED-USD
                   MOVE ACCT-BALANCE TO EDITED-BALANCE
                   MOVE SPACES TO WORK-RECORD
                   STRING "Account " ACCT-ID
                          " payout queued - Balance: "
                          EDITED-BALANCE " " CURRENCY-CODE
                          " to account " ACCT-PAYOUT-ACCT-STR
                          " in batch " PAYOUT-SERIAL
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
           ELSE
               *> Nothing to move, so nothing to wait for.
               MOVE "M" TO ACCT-MATURITY-STR
               REWRITE ACCOUNT-DATA
               IF NOT ACCOUNT-STATUS-OK
                   DISPLAY "Payout REWRITE failed for ACCT-ID='"
                       ACCT-ID "', status " ACCOUNT-STATUS
                   MOVE 8 TO RETURN-CODE
                   SUBTRACT 1 FROM MATURED-COUNT
                   MOVE SPACES TO HOLD-REASON
                   STRING "payout REWRITE failed, status "
                          ACCOUNT-STATUS
                          DELIMITED BY SIZE INTO HOLD-REASON
               ELSE
                   ADD 1 TO PAID-OUT-COUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "Account " ACCT-ID " matured with no "
                          "balance to pay out - closed to further "
                          "terms"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
                   PERFORM FIND-BRANCH-ENTRY
                   IF MB-FOUND-SUB > ZERO
                       ADD 1 TO MB-PAY-COUNT(MB-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       CONFIRM-QUEUED-PAYOUT.
           *> The payout went into an earlier batch.  Until that batch
           *> is on the register it has not been through TRANS-POST
           *> yet and the deposit is left as it is.
           PERFORM FIND-EXCHANGE-FOR-ACCOUNT
           PERFORM FIND-QUEUED-BATCH
           EVALUATE TRUE
               WHEN QUEUED-BATCH-WAITING
                   ADD 1 TO PENDING-COUNT
                   MOVE MQ-AMOUNT TO EDITED-AMOUNT
                   MOVE SPACES TO WORK-RECORD
                   STRING "Account " ACCT-ID " payout pending - "
                          "Amount: " EDITED-AMOUNT " " CURRENCY-CODE
                          " Batch " MQ-SERIAL " not yet posted"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               WHEN QUEUED-BATCH-REVERSED
                   MOVE "batch backed out" TO BOUNCE-REASON
                   PERFORM RELEASE-UNPOSTED-PAYOUT
               WHEN OTHER
                   PERFORM FIND-POSTED-PAYOUT
                   IF PAYOUT-FOUND-SW
                       PERFORM CONFIRM-PAYOUT
                   ELSE
                       MOVE "not posted by TRANS-POST"
                           TO BOUNCE-REASON
                       PERFORM RELEASE-UNPOSTED-PAYOUT
                   END-IF
           END-EVALUATE.

       FIND-QUEUED-BATCH.
           MOVE "W" TO QUEUED-BATCH-STATE
           IF SERIALS-ON-FILE-SW
               MOVE MQ-SERIAL TO SERIAL-KEY
               READ BATCH-SERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIAL-REVERSED-DATE NOT = SPACES
                           MOVE "R" TO QUEUED-BATCH-STATE
                       ELSE
                           MOVE "P" TO QUEUED-BATCH-STATE
                       END-IF
               END-READ
           END-IF.

       FIND-POSTED-PAYOUT.
           *> The debit leg TRANS-POST writes for the payout line: a
           *> TRO on the deposit, in the queued batch, for the whole
           *> amount queued.
           MOVE "N" TO PAYOUT-FOUND
           MOVE MQ-ACCT-ID TO HIST-ACCT-ID
           MOVE SPACES TO HIST-TIMESTAMP
           MOVE SERIAL-POSTED-DATE TO HIST-TIMESTAMP(1:8)
           MOVE ZERO TO HIST-SEQ
           MOVE "N" TO HISTORY-EOF
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF
           END-START
           PERFORM UNTIL HISTORY-EOF-SW OR PAYOUT-FOUND-SW
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO HISTORY-EOF
                   NOT AT END
                       IF HIST-ACCT-ID NOT = MQ-ACCT-ID
                           MOVE "Y" TO HISTORY-EOF
                       ELSE
                           IF HIST-BATCH-SERIAL = MQ-SERIAL
                               AND HIST-TYPE = "TRO"
                               AND HIST-AMOUNT = MQ-AMOUNT * -1
                               MOVE "Y" TO PAYOUT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-PAYOUT.
           *> The money has moved: the deposit is matured and paid,
           *> closed to further terms, and the queue record goes.
           MOVE "M" TO ACCT-MATURITY-STR
           REWRITE ACCOUNT-DATA
           IF NOT ACCOUNT-STATUS-OK
               *> Left queued; the next run finds the same transfer
               *> and tries the mark again.
               DISPLAY "Payout REWRITE failed for ACCT-ID='"
                   ACCT-ID "', status " ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "*** HELD *** Account " ACCT-ID
                      " payout posted in batch " MQ-SERIAL
                      " but REWRITE failed, status " ACCOUNT-STATUS
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               DELETE PAYOUT-QUEUE-FILE
               IF NOT QUEUE-STATUS-OK
                   DISPLAY "Payout queue DELETE failed for ACCT-ID='"
                       ACCT-ID "', status " QUEUE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               ADD 1 TO PAID-OUT-COUNT
               COMPUTE USD-PAYOUT-AMOUNT ROUNDED =
                   MQ-AMOUNT * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
               ADD USD-PAYOUT-AMOUNT TO PAID-OUT-USD
               MOVE MQ-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Account " ACCT-ID " paid out - Amount: "
                      EDITED-AMOUNT " " CURRENCY-CODE
                      " to account " MQ-TO-ACCT
                      " in batch " MQ-SERIAL
                      " posted " SERIAL-POSTED-DATE
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM FIND-BRANCH-ENTRY
               IF MB-FOUND-SUB > ZERO
                   ADD 1 TO MB-PAY-COUNT(MB-FOUND-SUB)
                   ADD USD-PAYOUT-AMOUNT TO MB-PAY-USD(MB-FOUND-SUB)
               END-IF
           END-IF.

       RELEASE-UNPOSTED-PAYOUT.
           *> The payout never landed -- refused at posting, or its
           *> batch backed out -- so the money is still on the
           *> deposit.  The queue record goes and the deposit is
           *> matured again tonight, vetted afresh: a cause the
           *> vetting can see holds it with the reason on the report.
           ADD 1 TO BOUNCED-COUNT
           MOVE MQ-AMOUNT TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Account " ACCT-ID " payout bounced - Amount: "
                  EDITED-AMOUNT " " CURRENCY-CODE
                  " Batch " MQ-SERIAL " "
                  FUNCTION TRIM(BOUNCE-REASON)
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           DELETE PAYOUT-QUEUE-FILE
           IF QUEUE-STATUS-OK
               MOVE "N" TO PAYOUT-QUEUED
           ELSE
               DISPLAY "Payout queue DELETE failed for ACCT-ID='"
                   ACCT-ID "', status " QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       PRICE-ON-RELATIONSHIP.
           *> Same tier scan CALC-INTEREST runs: the owning
           *> customer's combined USD balance when the account is on
           *> the customer master, else its own.
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
           MOVE TIER-RATE(RATE-TIER-SUB) TO RATE.

       FIND-EXCHANGE-FOR-ACCOUNT.
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR CURRENCY-CODE = EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF.

       FIND-PAYOUT-ACCOUNT.
           MOVE ZERO TO ACCT-TAB-FOUND-SUB
           MOVE 1 TO ACCT-TAB-SUB
           PERFORM UNTIL ACCT-TAB-SUB > ACCT-TAB-COUNT
               OR ACCT-TAB-FOUND-SUB > ZERO
               IF ACCT-TAB-ID(ACCT-TAB-SUB) = ACCT-PAYOUT-ACCT-STR
                   MOVE ACCT-TAB-SUB TO ACCT-TAB-FOUND-SUB
               END-IF
               ADD 1 TO ACCT-TAB-SUB
           END-PERFORM.

       SUM-ACTIVE-HOLDS.
           *> Same test TRANS-POST applies: an active hold on the
           *> deposit that has not passed its expiry date.
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
                                   OR HOLD-EXPIRY-DATE >= FX-TODAY)
                                   ADD HOLD-AMOUNT TO HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE ZERO TO MB-FOUND-SUB
           MOVE 1 TO MB-SUB
           PERFORM UNTIL MB-SUB > MB-COUNT
               OR MB-FOUND-SUB > ZERO
               IF MB-CODE(MB-SUB) = ACCT-BRANCH-STR
                   MOVE MB-SUB TO MB-FOUND-SUB
               END-IF
               ADD 1 TO MB-SUB
           END-PERFORM
           IF MB-FOUND-SUB = ZERO
               IF MB-COUNT < 10
                   ADD 1 TO MB-COUNT
                   MOVE ACCT-BRANCH-STR TO MB-CODE(MB-COUNT)
                   MOVE ZERO TO MB-ROLL-COUNT(MB-COUNT)
                       MB-ROLL-USD(MB-COUNT) MB-PAY-COUNT(MB-COUNT)
                       MB-PAY-USD(MB-COUNT)
                   MOVE MB-COUNT TO MB-FOUND-SUB
               ELSE
                   DISPLAY "Branch table full, '" ACCT-BRANCH-STR
                       "' not on the branch section"
               END-IF
           END-IF.

       PRODUCE-MATURITY-NOTICE.
           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
           IF CUSTOMER-FOUND-SUB = ZERO
               OR CUST-TAB-ADDR(CUSTOMER-FOUND-SUB) = SPACES
               ADD 1 TO NO-ADDRESS-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Account " ACCT-ID " matures "
                      MATURITY-DATE-EDITED
                      " but no owner address on file - notice NOT "
                      "produced"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-NOTICE-LETTER
               ADD 1 TO LETTER-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Account " ACCT-ID " matures "
                      MATURITY-DATE-EDITED
                      " - notice produced for "
                      CUST-TAB-NAME(CUSTOMER-FOUND-SUB)
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               *> Marked only once the letter is out; a deposit with
               *> no address stays unmarked and is reported again
               *> each night until the address is keyed.
               MOVE MATURITY-DATE-NUM TO ACCT-NOTICED-DATE
               REWRITE ACCOUNT-DATA
               IF NOT ACCOUNT-STATUS-OK
                   DISPLAY "Notice REWRITE failed for ACCT-ID='"
                       ACCT-ID "', status " ACCOUNT-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE SPACES TO WORK-RECORD
                   STRING "Account " ACCT-ID
                          " notice not marked sent, status "
                          ACCOUNT-STATUS " - it will be sent again"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-NOTICE-LETTER.
           MOVE ACCT-BALANCE TO EDITED-BALANCE
           MOVE TERM-MONTHS TO EDITED-TERM
           MOVE LETTER-RULE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-TAB-NAME(CUSTOMER-FOUND-SUB) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-TAB-ADDR(CUSTOMER-FOUND-SUB) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE CUST-TAB-CITY(CUSTOMER-FOUND-SUB) TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Date: " RUN-DATE-EDITED
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "NOTICE OF TERM DEPOSIT MATURITY" TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Account " ACCT-ID
                  "  Balance: " EDITED-BALANCE " " CURRENCY-CODE
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WORK-RECORD
           STRING "Maturity date: " MATURITY-DATE-EDITED
                  DELIMITED BY SIZE INTO WORK-RECORD
           MOVE WORK-RECORD TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF ACCT-MATURITY-STR = "P"
               MOVE "On the maturity date the balance, with interest,"
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE SPACES TO WORK-RECORD
               STRING "will be transferred to your account "
                      ACCT-PAYOUT-ACCT-STR "."
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO LETTER-RECORD
               WRITE LETTER-RECORD
           ELSE
               MOVE "On the maturity date your deposit, with interest,"
                   TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE SPACES TO WORK-RECORD
               STRING "will renew for a further " EDITED-TERM
                      " months at the rate in force that day."
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE WORK-RECORD TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF
           MOVE "To change these instructions, contact any branch"
               TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "before the maturity date." TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE LETTER-RULE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD.

       WRITE-PAYOUT-BATCH.
           MOVE PAYOUT-COUNT TO HDR-COUNT-EDITED
           MOVE SPACES TO DAILY-TRANS-RECORD
           *> Submitted under the batch operator, whose authority
           *> covers the payout transfers without a limit.
           STRING "HDR " PAYOUT-SERIAL " " HDR-COUNT-EDITED " SYST"
                  DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
           WRITE DAILY-TRANS-RECORD
           MOVE 1 TO PAYOUT-SUB
           PERFORM UNTIL PAYOUT-SUB > PAYOUT-COUNT
               MOVE PAYOUT-AMOUNT(PAYOUT-SUB) TO LINE-AMOUNT-EDITED
               MOVE SPACES TO DAILY-TRANS-RECORD
               STRING PAYOUT-FROM-ACCT(PAYOUT-SUB) " T "
                      LINE-AMOUNT-EDITED " "
                      PAYOUT-TO-ACCT(PAYOUT-SUB)
                      DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
               WRITE DAILY-TRANS-RECORD
               ADD 1 TO PAYOUT-SUB
           END-PERFORM
           *> Transfers carry no teller cash, so the trailer's
           *> deposit and withdrawal hash totals are zero; the header
           *> count proves the items.
           MOVE "TRL 000000000.00 000000000.00" TO DAILY-TRANS-RECORD
           WRITE DAILY-TRANS-RECORD
           MOVE PAYOUT-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Payout batch " PAYOUT-SERIAL
                  " appended to the daily batch - Items: "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-BRANCH-SECTION.
           MOVE "Branch Subtotals (USD):" TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO MB-SUB
           PERFORM UNTIL MB-SUB > MB-COUNT
               MOVE MB-ROLL-COUNT(MB-SUB) TO EDITED-COUNT
               MOVE MB-ROLL-USD(MB-SUB) TO EDITED-USD
               MOVE MB-PAY-COUNT(MB-SUB) TO EDITED-COUNT-2
               MOVE MB-PAY-USD(MB-SUB) TO EDITED-USD-2
               MOVE SPACES TO WORK-RECORD
               IF MB-CODE(MB-SUB) = SPACES
                   STRING "  Branch (none) - Rollovers: "
                          EDITED-COUNT " Amount: " EDITED-USD
                          " Payouts: " EDITED-COUNT-2
                          " Amount: " EDITED-USD-2
                          DELIMITED BY SIZE INTO WORK-RECORD
               ELSE
                   STRING "  Branch " MB-CODE(MB-SUB)
                          " - Rollovers: "
                          EDITED-COUNT " Amount: " EDITED-USD
                          " Payouts: " EDITED-COUNT-2
                          " Amount: " EDITED-USD-2
                          DELIMITED BY SIZE INTO WORK-RECORD
               END-IF
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO MB-SUB
           END-PERFORM.

       WRITE-RUN-TOTALS.
           MOVE TERM-COUNT TO EDITED-COUNT
           MOVE MATURED-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "Maturity Totals - Term deposits: " EDITED-COUNT
                  " Matured: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE ROLLOVER-COUNT TO EDITED-COUNT
           MOVE ROLLOVER-USD TO EDITED-USD
           MOVE PAID-OUT-COUNT TO EDITED-COUNT-2
           MOVE PAID-OUT-USD TO EDITED-USD-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Rolled over: " EDITED-COUNT
                  " Amount (USD): " EDITED-USD
                  " Paid out: " EDITED-COUNT-2
                  " Amount (USD): " EDITED-USD-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE FINAL-INT-COUNT TO EDITED-COUNT
           MOVE FINAL-INT-USD TO EDITED-USD
           MOVE HELD-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Final interest posted: " EDITED-COUNT
                  " Amount (USD): " EDITED-USD
                  " Held: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE QUEUED-COUNT TO EDITED-COUNT
           MOVE QUEUED-USD TO EDITED-USD
           MOVE PENDING-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "  Payouts queued: " EDITED-COUNT
                  " Amount (USD): " EDITED-USD
                  " Pending from earlier runs: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE BOUNCED-COUNT TO EDITED-COUNT
           MOVE WITHHELD-COUNT TO EDITED-COUNT-2
           MOVE WITHHELD-USD TO EDITED-USD
           MOVE SPACES TO WORK-RECORD
           STRING "  Payouts bounced: " EDITED-COUNT
                  " Backup withheld: " EDITED-COUNT-2
                  " Amount (USD): " EDITED-USD
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE LETTER-COUNT TO EDITED-COUNT
           MOVE NO-ADDRESS-COUNT TO EDITED-COUNT-2
           MOVE NOTICE-DAYS TO EDITED-DAYS
           MOVE SPACES TO WORK-RECORD
           STRING "Notice Totals - Letters: " EDITED-COUNT
                  " No address: " EDITED-COUNT-2
                  " Days ahead: " EDITED-DAYS
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.

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

       LOAD-RATE-SCHEDULE.
           *> Same effective-dated read CALC-INTEREST does: the set
           *> with the latest effective date on or before today
           *> overlays the compiled tiers.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCHEDULE-RUN-DATE
           MOVE SPACES TO BEST-EFF-DATE
           MOVE ZERO TO TIER-ROW-COUNT
           OPEN INPUT RATE-TIERS-FILE
           IF NOT TIERS-STATUS-OK
               DISPLAY "No published tier schedule (status "
                   TIERS-STATUS "), compiled tiers in effect"
           ELSE
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
                               IF RT-EFF-DATE-STR <=
                                   SCHEDULE-RUN-DATE
                                   AND RT-EFF-DATE-STR >
                                       BEST-EFF-DATE
                                   MOVE RT-EFF-DATE-STR TO
                                       BEST-EFF-DATE
                               END-IF
                           ELSE
                               DISPLAY "Tier history table full, "
                                   "row ignored - archive old "
                                   "schedule sets"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TIERS-FILE
               IF BEST-EFF-DATE NOT = SPACES
                   MOVE 1 TO TIER-ROW-SUB
                   PERFORM UNTIL TIER-ROW-SUB > TIER-ROW-COUNT
                       IF TIER-ROW-DATE(TIER-ROW-SUB) =
                           BEST-EFF-DATE
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
               END-IF
           END-IF.

       LOAD-CUSTOMER-TABLE.
           *> No customer master just means every deposit tiers on
           *> its own balance and no notice can be addressed.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               DISPLAY "No customer master (status " CUSTOMER-STATUS
                   "), tiering per account, no notices addressed"
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

       PRESCAN-ACCOUNTS.
           *> First pass over the master: each customer's combined
           *> USD balance for relationship pricing, and the list of
           *> accounts on file, with their status, for payout
           *> checking.  The file is closed and reopened afterward so
           *> the main pass starts from the top.
           PERFORM UNTIL PRESCAN-EOF-SW
               READ ACCOUNT-FILE NEXT
                   AT END MOVE "Y" TO PRESCAN-EOF
                   NOT AT END
                       IF ACCT-TAB-COUNT < 1000
                           ADD 1 TO ACCT-TAB-COUNT
                           MOVE ACCT-ID TO ACCT-TAB-ID(ACCT-TAB-COUNT)
                           MOVE ACCT-STATUS-STR TO
                               ACCT-TAB-STATUS(ACCT-TAB-COUNT)
                       ELSE
                           DISPLAY "Account table full, ACCT-ID='"
                               ACCT-ID "' not available as a payout"
                       END-IF
                       MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO
                           ACCT-BALANCE
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
           END-PERFORM
           CLOSE ACCOUNT-FILE
           OPEN I-O ACCOUNT-FILE
           IF NOT ACCOUNT-STATUS-OK
               DISPLAY "Unable to reopen ACCOUNT-FILE, status "
                   ACCOUNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

       OPEN-QUEUE-FILE.
           OPEN I-O PAYOUT-QUEUE-FILE
           IF QUEUE-STATUS = "35"
               OPEN OUTPUT PAYOUT-QUEUE-FILE
               CLOSE PAYOUT-QUEUE-FILE
               OPEN I-O PAYOUT-QUEUE-FILE
           END-IF
           IF NOT QUEUE-STATUS-OK
               DISPLAY "Unable to open PAYOUT-QUEUE-FILE, status "
                   QUEUE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

       OPEN-SERIAL-FILE.
           *> No register yet just means no batch has been posted, so
           *> every queued payout is still waiting.
           OPEN INPUT BATCH-SERIAL-FILE
           IF SERIAL-STATUS-OK
               MOVE "Y" TO SERIALS-ON-FILE
           ELSE
               IF SERIAL-STATUS NOT = "35"
                   DISPLAY "Unable to open BATCH-SERIAL-FILE, status "
                       SERIAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
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
