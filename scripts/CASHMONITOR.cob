       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-MONITOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS HISTORY-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS CUSTOMER-STATUS.
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS SERIAL-STATUS.
           SELECT PARAM-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\cash_param.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PARAM-STATUS.
           SELECT FX-RATES-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\fx_rates.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS FX-STATUS.
           SELECT CTR-EXTRACT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ctr_extract.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT WORKLIST-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\bsa_worklist.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Register TRANS-POST keeps of every batch it posted;
           *> read so cash in a batch BATCH-BACKOUT has since
           *> reversed is not counted.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  PARAM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARAM-RECORD           PIC X(40).
           *> Space-delimited: reporting threshold, the floor of the
           *> "just under" band, look-back days, and how many
           *> just-under deposits inside the look-back make a
           *> pattern, e.g. "10000.00 8000.00 10 2".  A blank token
           *> keeps that figure's default.
       FD  FX-RATES-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY FXRATEREC.
       FD  CTR-EXTRACT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CTR-EXTRACT-RECORD.
           *> One line per reportable customer for the regulatory
           *> currency transaction report, USD figures for the run
           *> date.  Direction I = cash in over the threshold, O =
           *> cash out over it, B = both.  Subject type C is a
           *> customer on customer_data.ps; A is an account no
           *> customer lists, reported on its own with the name and
           *> address left blank for the BSA officer to complete.
           05  CTR-RUN-DATE       PIC X(8).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-DIRECTION      PIC X(1).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-SUBJECT-TYPE   PIC X(1).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-SUBJECT-ID     PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-NAME           PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-ADDR           PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-CITY           PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-CASH-IN        PIC 9(9).99.
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-IN-COUNT       PIC 9(3).
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-CASH-OUT       PIC 9(9).99.
           05  FILLER             PIC X VALUE SPACE.
           05  CTR-OUT-COUNT      PIC 9(3).
           05  FILLER             PIC X(4) VALUE SPACES.
       FD  WORKLIST-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  WORKLIST-RECORD        PIC X(120).
       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS         PIC XX VALUE "00".
           88  HISTORY-STATUS-OK  VALUE "00".
       01  CUSTOMER-STATUS        PIC XX VALUE "00".
           88  CUSTOMER-STATUS-OK VALUE "00".
       01  PARAM-STATUS           PIC XX VALUE "00".
           88  PARAM-STATUS-OK    VALUE "00".
       01  SERIAL-STATUS          PIC XX VALUE "00".
           88  SERIAL-STATUS-OK   VALUE "00".
       01  SERIALS-ON-FILE        PIC X VALUE "N".
           88  SERIALS-ON-FILE-SW VALUE "Y".
       01  SERIAL-CHECK.
           *> Last serial looked up, so a batch's run of movements
           *> costs one register read per account, not one each.
           05  CHECKED-SERIAL     PIC X(6) VALUE SPACES.
           05  CHECKED-REVERSED   PIC X VALUE "N".
               88  CHECKED-REVERSED-SW VALUE "Y".
       01  FX-STATUS              PIC XX VALUE "00".
           88  FX-STATUS-OK       VALUE "00".
       01  HISTORY-EOF            PIC X VALUE "N".
           88  HISTORY-EOF-SW     VALUE "Y".
       01  MONITOR-PARAMETERS.
           *> Fallbacks when no parameter file is supplied.
           05  CTR-THRESHOLD      PIC 9(7)V99 VALUE 10000.00.
           05  NEAR-FLOOR         PIC 9(7)V99 VALUE 8000.00.
           05  LOOKBACK-DAYS      PIC 9(3) VALUE 10.
           05  NEAR-MIN-COUNT     PIC 9(3) VALUE 2.
       01  PARAM-TOKENS.
           05  PARAM-THRESHOLD-STR PIC X(10).
           05  PARAM-FLOOR-STR    PIC X(10).
           05  PARAM-DAYS-STR     PIC X(3).
           05  PARAM-COUNT-STR    PIC X(3).
       01  DATE-WORK.
           05  TODAY-NUM          PIC 9(8).
           05  TODAY-DATE REDEFINES TODAY-NUM PIC X(8).
           05  TODAY-INTEGER      PIC 9(8).
           05  WINDOW-START-INTEGER PIC 9(8).
           05  WINDOW-START-NUM   PIC 9(8).
           05  WINDOW-START-DATE REDEFINES WINDOW-START-NUM PIC X(8).
           05  HIST-DATE          PIC X(8).
       01  FX-CONTROLS.
           05  FX-EOF             PIC X VALUE "N".
               88  FX-EOF-SW      VALUE "Y".
           05  FX-TODAY           PIC X(8).
       01  EXCHANGE-SCHEDULE.
           *> Same exchange schedule the other nightly programs load
           *> from fx_rates.ps: the thresholds are in dollars, so a
           *> foreign-currency movement is measured at today's rate.
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
           *> In-core image of customer_data.ps: which accounts roll
           *> up together, and the name and address the extract
           *> carries.
           05  CUSTOMER-ENTRY OCCURS 100 TIMES.
               10  CUST-TAB-ID           PIC 9(6).
               10  CUST-TAB-NAME         PIC X(20).
               10  CUST-TAB-ADDR         PIC X(20).
               10  CUST-TAB-CITY         PIC X(20).
               10  CUST-TAB-ACCT-ID OCCURS 5 TIMES PIC X(6).
       01  SUBJECT-TABLE.
           *> One entry per customer (or unlisted account) with cash
           *> movement inside the look-back window.  Today's cash in
           *> and out feed the reporting test; the just-under deposits
           *> across the whole window feed the structuring review.
           05  SUBJ-COUNT         PIC 9(3) VALUE ZERO.
           05  SUBJ-ENTRY OCCURS 500 TIMES.
               10  SUBJ-CUST-SUB  PIC 9(3).    *> Zero = no customer
               10  SUBJ-ACCT-ID   PIC 9(6).    *> Unlisted account
               10  SUBJ-IN-COUNT  PIC 9(3).
               10  SUBJ-IN-USD    PIC 9(9)V99.
               10  SUBJ-OUT-COUNT PIC 9(3).
               10  SUBJ-OUT-USD   PIC 9(9)V99.
               10  SUBJ-NEAR-COUNT PIC 9(3).
               10  SUBJ-NEAR-USD  PIC 9(9)V99.
               10  SUBJ-NEAR-FIRST PIC X(8).
               10  SUBJ-NEAR-LAST PIC X(8).
       01  SUBJ-SUB               PIC 9(3).
       01  SUBJ-FOUND-SUB         PIC 9(3).
       01  WORK-AREA.
           05  MOVEMENT-AMOUNT    PIC 9(7)V99.
           05  MOVEMENT-USD       PIC 9(9)V99.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-USD         PIC Z(8)9.99.
           05  EDITED-USD-2       PIC Z(8)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-DAYS        PIC ZZ9.
       01  RUN-TOTALS.
           05  CASH-IN-COUNT      PIC 9(6) VALUE ZERO.
           05  CASH-IN-USD        PIC 9(9)V99 VALUE ZERO.
           05  CASH-OUT-COUNT     PIC 9(6) VALUE ZERO.
           05  CASH-OUT-USD       PIC 9(9)V99 VALUE ZERO.
           05  CTR-COUNT          PIC 9(6) VALUE ZERO.
           05  STRUCTURING-COUNT  PIC 9(6) VALUE ZERO.
           05  NO-CUSTOMER-COUNT  PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       *> Large cash and structuring monitor, run after TRANS-POST.
       *> Every teller deposit (DEP), withdrawal (WDR) and cash
       *> recovery on a charged-off account (RCV, cash in) on
       *> acct_history.ps inside the look-back window, less any in a
       *> batch BATCH-BACKOUT has reversed, is rolled up
       *> by customer through the CUST-ACCT-ID-STR slots, so cash
       *> spread over several accounts of one person counts as one.
       *> A customer whose cash in, or cash out, today exceeds the
       *> reporting threshold goes on the regulatory extract with
       *> name and address.  A customer with repeated deposits just
       *> under the threshold inside the window, one of them today,
       *> goes on the worklist as possible structuring.  Both land on
       *> the BSA officer's worklist.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-NUM.
       OPEN OUTPUT CTR-EXTRACT-FILE WORKLIST-FILE.
       PERFORM LOAD-PARAMETERS.
       COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-NUM).
       COMPUTE WINDOW-START-INTEGER =
           TODAY-INTEGER - LOOKBACK-DAYS + 1.
       COMPUTE WINDOW-START-NUM =
           FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER).
       PERFORM LOAD-EXCHANGE-SCHEDULE.
       PERFORM LOAD-CUSTOMER-TABLE.
       PERFORM WRITE-WORKLIST-HEADING.
       OPEN INPUT HISTORY-FILE.
       IF HISTORY-STATUS = "35"
           *> Nothing has ever posted -- an empty worklist is the
           *> right answer.
           MOVE "No account history on file, nothing to review"
               TO WORK-RECORD
           PERFORM WRITE-WORKLIST
       ELSE
           IF NOT HISTORY-STATUS-OK
               DISPLAY "Unable to open HISTORY-FILE, status "
                   HISTORY-STATUS
               CLOSE CTR-EXTRACT-FILE WORKLIST-FILE
               *> Nonzero so JOB-DRIVER halts the stream here.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-SERIAL-FILE
           PERFORM SCAN-CASH-MOVEMENTS
           CLOSE HISTORY-FILE
           IF SERIALS-ON-FILE-SW
               CLOSE BATCH-SERIAL-FILE
           END-IF
       END-IF.
       PERFORM WRITE-CTR-SECTION.
       PERFORM WRITE-STRUCTURING-SECTION.
       PERFORM WRITE-REVIEW-TOTALS.
       CLOSE CTR-EXTRACT-FILE WORKLIST-FILE.
       STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF PARAM-STATUS-OK
               READ PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO PARAM-TOKENS
                       UNSTRING PARAM-RECORD DELIMITED BY ALL SPACE
                           INTO PARAM-THRESHOLD-STR PARAM-FLOOR-STR
                                PARAM-DAYS-STR PARAM-COUNT-STR
                       END-UNSTRING
                       IF PARAM-THRESHOLD-STR NOT = SPACES
                           MOVE FUNCTION NUMVAL(PARAM-THRESHOLD-STR)
                               TO CTR-THRESHOLD
                       END-IF
                       IF PARAM-FLOOR-STR NOT = SPACES
                           MOVE FUNCTION NUMVAL(PARAM-FLOOR-STR)
                               TO NEAR-FLOOR
                       END-IF
                       IF PARAM-DAYS-STR NOT = SPACES
                           MOVE FUNCTION NUMVAL(PARAM-DAYS-STR)
                               TO LOOKBACK-DAYS
                       END-IF
                       IF PARAM-COUNT-STR NOT = SPACES
                           MOVE FUNCTION NUMVAL(PARAM-COUNT-STR)
                               TO NEAR-MIN-COUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF
           *> A zero window would look at nothing at all; a floor at
           *> or above the threshold would leave no band to watch.
           IF LOOKBACK-DAYS = ZERO
               MOVE 1 TO LOOKBACK-DAYS
           END-IF
           IF NEAR-MIN-COUNT = ZERO
               MOVE 1 TO NEAR-MIN-COUNT
           END-IF
           IF NEAR-FLOOR >= CTR-THRESHOLD
               DISPLAY "Structuring floor not below the threshold, "
                   "band defaults to 80 percent of it"
               COMPUTE NEAR-FLOOR ROUNDED = CTR-THRESHOLD * 0.8
           END-IF.

       SCAN-CASH-MOVEMENTS.
           MOVE ZEROS TO HIST-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO HISTORY-EOF
           END-START
           PERFORM UNTIL HISTORY-EOF-SW
               READ HISTORY-FILE NEXT
                   AT END MOVE "Y" TO HISTORY-EOF
                   NOT AT END
                       MOVE HIST-TIMESTAMP(1:8) TO HIST-DATE
                       IF (HIST-TYPE = "DEP" OR HIST-TYPE = "WDR"
                           OR HIST-TYPE = "RCV")
                           AND HIST-DATE >= WINDOW-START-DATE
                           AND HIST-DATE <= TODAY-DATE
                           PERFORM CHECK-BATCH-REVERSED
                           IF NOT CHECKED-REVERSED-SW
                               PERFORM TAKE-CASH-MOVEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-CASH-MOVEMENT.
           IF HIST-AMOUNT < ZERO
               COMPUTE MOVEMENT-AMOUNT = HIST-AMOUNT * -1
           ELSE
               MOVE HIST-AMOUNT TO MOVEMENT-AMOUNT
           END-IF
           MOVE 1 TO EXCHANGE-TIER-SUB
           PERFORM UNTIL EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               OR HIST-CCY = EXCHANGE-CCY-CODE(EXCHANGE-TIER-SUB)
               ADD 1 TO EXCHANGE-TIER-SUB
           END-PERFORM
           IF EXCHANGE-TIER-SUB > EXCHANGE-COUNT
               MOVE 1 TO EXCHANGE-TIER-SUB  *> Unknown code, USD
           END-IF
           COMPUTE MOVEMENT-USD ROUNDED =
               MOVEMENT-AMOUNT * EXCHANGE-RATE(EXCHANGE-TIER-SUB)
           PERFORM FIND-CUSTOMER-FOR-ACCOUNT
           PERFORM FIND-SUBJECT-ENTRY
           IF SUBJ-FOUND-SUB > ZERO
               IF HIST-DATE = TODAY-DATE
                   IF HIST-TYPE = "DEP" OR HIST-TYPE = "RCV"
                       ADD 1 TO SUBJ-IN-COUNT(SUBJ-FOUND-SUB)
                       ADD MOVEMENT-USD TO SUBJ-IN-USD(SUBJ-FOUND-SUB)
                       ADD 1 TO CASH-IN-COUNT
                       ADD MOVEMENT-USD TO CASH-IN-USD
                   ELSE
                       ADD 1 TO SUBJ-OUT-COUNT(SUBJ-FOUND-SUB)
                       ADD MOVEMENT-USD TO
                           SUBJ-OUT-USD(SUBJ-FOUND-SUB)
                       ADD 1 TO CASH-OUT-COUNT
                       ADD MOVEMENT-USD TO CASH-OUT-USD
                   END-IF
               END-IF
               *> Just under: at or above the floor, not over the
               *> threshold -- a deposit of exactly the threshold is
               *> not itself reportable.
               IF (HIST-TYPE = "DEP" OR HIST-TYPE = "RCV")
                   AND MOVEMENT-USD >= NEAR-FLOOR
                   AND MOVEMENT-USD <= CTR-THRESHOLD
                   ADD 1 TO SUBJ-NEAR-COUNT(SUBJ-FOUND-SUB)
                   ADD MOVEMENT-USD TO SUBJ-NEAR-USD(SUBJ-FOUND-SUB)
                   IF SUBJ-NEAR-FIRST(SUBJ-FOUND-SUB) = SPACES
                       OR HIST-DATE < SUBJ-NEAR-FIRST(SUBJ-FOUND-SUB)
                       MOVE HIST-DATE TO
                           SUBJ-NEAR-FIRST(SUBJ-FOUND-SUB)
                   END-IF
                   IF HIST-DATE > SUBJ-NEAR-LAST(SUBJ-FOUND-SUB)
                       MOVE HIST-DATE TO
                           SUBJ-NEAR-LAST(SUBJ-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       CHECK-BATCH-REVERSED.
           *> A movement no batch carried cannot have been reversed.
           IF HIST-BATCH-SERIAL = SPACES OR NOT SERIALS-ON-FILE-SW
               MOVE "N" TO CHECKED-REVERSED
           ELSE
               IF HIST-BATCH-SERIAL NOT = CHECKED-SERIAL
                   MOVE HIST-BATCH-SERIAL TO CHECKED-SERIAL
                   MOVE "N" TO CHECKED-REVERSED
                   MOVE HIST-BATCH-SERIAL TO SERIAL-KEY
                   READ BATCH-SERIAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SERIAL-REVERSED-DATE NOT = SPACES
                               MOVE "Y" TO CHECKED-REVERSED
                           END-IF
                   END-READ
               END-IF
           END-IF.

       OPEN-SERIAL-FILE.
           *> Read only.  Missing means no batch has ever posted, so
           *> none has been reversed either.
           OPEN INPUT BATCH-SERIAL-FILE
           IF SERIAL-STATUS-OK
               MOVE "Y" TO SERIALS-ON-FILE
           ELSE
               IF SERIAL-STATUS NOT = "35"
                   DISPLAY "Unable to open BATCH-SERIAL-FILE, status "
                       SERIAL-STATUS
                   CLOSE HISTORY-FILE CTR-EXTRACT-FILE WORKLIST-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FIND-SUBJECT-ENTRY.
           *> CUSTOMER-FOUND-SUB in (zero for an unlisted account);
           *> SUBJ-FOUND-SUB out, a new entry opened when needed.
           MOVE ZERO TO SUBJ-FOUND-SUB
           MOVE 1 TO SUBJ-SUB
           PERFORM UNTIL SUBJ-SUB > SUBJ-COUNT
               OR SUBJ-FOUND-SUB > ZERO
               IF SUBJ-CUST-SUB(SUBJ-SUB) = CUSTOMER-FOUND-SUB
                   IF CUSTOMER-FOUND-SUB > ZERO
                       OR SUBJ-ACCT-ID(SUBJ-SUB) = HIST-ACCT-ID
                       MOVE SUBJ-SUB TO SUBJ-FOUND-SUB
                   END-IF
               END-IF
               ADD 1 TO SUBJ-SUB
           END-PERFORM
           IF SUBJ-FOUND-SUB = ZERO
               IF SUBJ-COUNT < 500
                   ADD 1 TO SUBJ-COUNT
                   MOVE SUBJ-COUNT TO SUBJ-FOUND-SUB
                   MOVE CUSTOMER-FOUND-SUB TO SUBJ-CUST-SUB(SUBJ-COUNT)
                   MOVE HIST-ACCT-ID TO SUBJ-ACCT-ID(SUBJ-COUNT)
                   MOVE ZERO TO SUBJ-IN-COUNT(SUBJ-COUNT)
                       SUBJ-IN-USD(SUBJ-COUNT)
                       SUBJ-OUT-COUNT(SUBJ-COUNT)
                       SUBJ-OUT-USD(SUBJ-COUNT)
                       SUBJ-NEAR-COUNT(SUBJ-COUNT)
                       SUBJ-NEAR-USD(SUBJ-COUNT)
                   MOVE SPACES TO SUBJ-NEAR-FIRST(SUBJ-COUNT)
                       SUBJ-NEAR-LAST(SUBJ-COUNT)
               ELSE
                   DISPLAY "Cash subject table full, ACCT-ID='"
                       HIST-ACCT-ID "' not reviewed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-WORKLIST-HEADING.
           MOVE SPACES TO WORK-RECORD
           STRING "BSA Cash Monitoring Worklist - Run Date "
                  TODAY-DATE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE CTR-THRESHOLD TO EDITED-USD
           MOVE NEAR-FLOOR TO EDITED-USD-2
           MOVE LOOKBACK-DAYS TO EDITED-DAYS
           MOVE NEAR-MIN-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Threshold (USD): " EDITED-USD
                  "  Just-under floor: " EDITED-USD-2
                  "  Look-back days: " EDITED-DAYS
                  "  Pattern count: " EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE SPACES TO WORK-RECORD
           STRING "Look-back window " WINDOW-START-DATE
                  " through " TODAY-DATE
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST.

       WRITE-CTR-SECTION.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE "Currency Transaction Reports (cash over threshold)"
               TO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE 1 TO SUBJ-SUB
           PERFORM UNTIL SUBJ-SUB > SUBJ-COUNT
               IF SUBJ-IN-USD(SUBJ-SUB) > CTR-THRESHOLD
                   OR SUBJ-OUT-USD(SUBJ-SUB) > CTR-THRESHOLD
                   PERFORM WRITE-CTR-ENTRY
               END-IF
               ADD 1 TO SUBJ-SUB
           END-PERFORM
           IF CTR-COUNT = ZERO
               MOVE "  None today" TO WORK-RECORD
               PERFORM WRITE-WORKLIST
           END-IF.

       WRITE-CTR-ENTRY.
           ADD 1 TO CTR-COUNT
           MOVE SPACES TO CTR-EXTRACT-RECORD
           MOVE TODAY-DATE TO CTR-RUN-DATE
           IF SUBJ-IN-USD(SUBJ-SUB) > CTR-THRESHOLD
               IF SUBJ-OUT-USD(SUBJ-SUB) > CTR-THRESHOLD
                   MOVE "B" TO CTR-DIRECTION
               ELSE
                   MOVE "I" TO CTR-DIRECTION
               END-IF
           ELSE
               MOVE "O" TO CTR-DIRECTION
           END-IF
           PERFORM SET-SUBJECT-IDENTITY
           MOVE SUBJ-IN-USD(SUBJ-SUB) TO CTR-CASH-IN
           MOVE SUBJ-IN-COUNT(SUBJ-SUB) TO CTR-IN-COUNT
           MOVE SUBJ-OUT-USD(SUBJ-SUB) TO CTR-CASH-OUT
           MOVE SUBJ-OUT-COUNT(SUBJ-SUB) TO CTR-OUT-COUNT
           WRITE CTR-EXTRACT-RECORD
           MOVE SUBJ-IN-USD(SUBJ-SUB) TO EDITED-USD
           MOVE SUBJ-OUT-USD(SUBJ-SUB) TO EDITED-USD-2
           MOVE SPACES TO WORK-RECORD
           STRING "  " CTR-SUBJECT-TYPE " " CTR-SUBJECT-ID
                  " " CTR-NAME
                  " Cash In: " EDITED-USD
                  " Cash Out: " EDITED-USD-2
                  " Direction: " CTR-DIRECTION
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST
           IF SUBJ-CUST-SUB(SUBJ-SUB) = ZERO
               MOVE SPACES TO WORK-RECORD
               STRING "      *** NO CUSTOMER ON FILE - complete name "
                      "and address before filing ***"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-WORKLIST
           ELSE
               MOVE SPACES TO WORK-RECORD
               STRING "      " CTR-ADDR " " CTR-CITY
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-WORKLIST
           END-IF.

       SET-SUBJECT-IDENTITY.
           *> SUBJ-SUB in; subject type, ID, name and address out on
           *> the extract record.
           IF SUBJ-CUST-SUB(SUBJ-SUB) > ZERO
               MOVE SUBJ-CUST-SUB(SUBJ-SUB) TO CUSTOMER-SUB
               MOVE "C" TO CTR-SUBJECT-TYPE
               MOVE CUST-TAB-ID(CUSTOMER-SUB) TO CTR-SUBJECT-ID
               MOVE CUST-TAB-NAME(CUSTOMER-SUB) TO CTR-NAME
               MOVE CUST-TAB-ADDR(CUSTOMER-SUB) TO CTR-ADDR
               MOVE CUST-TAB-CITY(CUSTOMER-SUB) TO CTR-CITY
           ELSE
               MOVE "A" TO CTR-SUBJECT-TYPE
               MOVE SUBJ-ACCT-ID(SUBJ-SUB) TO CTR-SUBJECT-ID
               MOVE SPACES TO CTR-NAME CTR-ADDR CTR-CITY
               ADD 1 TO NO-CUSTOMER-COUNT
           END-IF.

       WRITE-STRUCTURING-SECTION.
           *> Flagged only when the pattern has grown today, so a
           *> case already on yesterday's worklist is not repeated
           *> night after night with nothing new in it.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE SPACES TO WORK-RECORD
           STRING "Possible Structuring (repeated deposits just "
                  "under the threshold)"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE 1 TO SUBJ-SUB
           PERFORM UNTIL SUBJ-SUB > SUBJ-COUNT
               IF SUBJ-NEAR-COUNT(SUBJ-SUB) >= NEAR-MIN-COUNT
                   AND SUBJ-NEAR-LAST(SUBJ-SUB) = TODAY-DATE
                   PERFORM WRITE-STRUCTURING-ENTRY
               END-IF
               ADD 1 TO SUBJ-SUB
           END-PERFORM
           IF STRUCTURING-COUNT = ZERO
               MOVE "  None today" TO WORK-RECORD
               PERFORM WRITE-WORKLIST
           END-IF.

       WRITE-STRUCTURING-ENTRY.
           ADD 1 TO STRUCTURING-COUNT
           MOVE SPACES TO CTR-EXTRACT-RECORD
           PERFORM SET-SUBJECT-IDENTITY
           IF SUBJ-CUST-SUB(SUBJ-SUB) = ZERO
               MOVE "(no customer on file)" TO CTR-NAME
           END-IF
           MOVE SUBJ-NEAR-COUNT(SUBJ-SUB) TO EDITED-COUNT
           MOVE SUBJ-NEAR-USD(SUBJ-SUB) TO EDITED-USD
           MOVE SPACES TO WORK-RECORD
           STRING "  " CTR-SUBJECT-TYPE " " CTR-SUBJECT-ID
                  " " CTR-NAME
                  " Deposits: " EDITED-COUNT
                  " Total: " EDITED-USD
                  " From " SUBJ-NEAR-FIRST(SUBJ-SUB)
                  " To " SUBJ-NEAR-LAST(SUBJ-SUB)
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE CASH-IN-COUNT TO EDITED-COUNT
           MOVE CASH-IN-USD TO EDITED-USD
           MOVE CASH-OUT-COUNT TO EDITED-COUNT-2
           MOVE CASH-OUT-USD TO EDITED-USD-2
           MOVE SPACES TO WORK-RECORD
           STRING "Cash Totals Today - Deposits: " EDITED-COUNT
                  " Amount: " EDITED-USD
                  " Withdrawals: " EDITED-COUNT-2
                  " Amount: " EDITED-USD-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE CTR-COUNT TO EDITED-COUNT
           MOVE STRUCTURING-COUNT TO EDITED-COUNT-2
           MOVE SPACES TO WORK-RECORD
           STRING "Review Totals - CTRs: " EDITED-COUNT
                  " Structuring Flags: " EDITED-COUNT-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST
           MOVE NO-CUSTOMER-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Flagged accounts with no customer on file: "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-WORKLIST.

       WRITE-WORKLIST.
           MOVE WORK-RECORD TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD.

       LOAD-CUSTOMER-TABLE.
           *> customer_data.ps may not exist yet; every account then
           *> stands on its own.
           OPEN INPUT CUSTOMER-FILE
           IF NOT CUSTOMER-STATUS-OK
               DISPLAY "No customer master (status " CUSTOMER-STATUS
                   "), reviewing per account"
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
                               DISPLAY "Customer table full, "
                                   "CUST-ID='" CUST-ID
                                   "' reviewed per account"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       FIND-CUSTOMER-FOR-ACCOUNT.
           *> Straight table scan, same as the other batch programs
           *> -- the customer master is small and in core.
           MOVE HIST-ACCT-ID TO CUSTOMER-ACCT-ID-STR
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

       LOAD-EXCHANGE-SCHEDULE.
           *> Same startup load and staleness gate the other nightly
           *> programs apply: USD seeded as entry 1, and a missing or
           *> out-of-date fx_rates.ps stops the run rather than
           *> measuring foreign cash on an old rate.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FX-TODAY
           MOVE "USD" TO EXCHANGE-CCY-CODE(1)
           MOVE 1.0000 TO EXCHANGE-RATE(1)
           MOVE 1 TO EXCHANGE-COUNT
           OPEN INPUT FX-RATES-FILE
           IF NOT FX-STATUS-OK
               DISPLAY "FX rates file missing, status " FX-STATUS
                   " - run FX-LOAD before this job"
               CLOSE CTR-EXTRACT-FILE WORKLIST-FILE
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
                           CLOSE CTR-EXTRACT-FILE WORKLIST-FILE
                               FX-RATES-FILE
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
