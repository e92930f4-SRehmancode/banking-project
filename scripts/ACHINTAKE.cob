       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-IN-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_inbound.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS ACH-IN-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\account_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-ID
           FILE STATUS IS ACCOUNT-STATUS.
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
           SELECT DAILY-TRANS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\daily_trans.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS TRANS-STATUS.
           SELECT ACH-PENDING-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_pending.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS PENDING-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_return.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
           SELECT REPORT-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\ach_settle.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  ACH-IN-FILE
           RECORD CONTAINS 94 CHARACTERS.
       *> Standard NACHA 94-character records, one layout per record
       *> type keyed by column 1: 1 file header, 5 batch header,
       *> 6 entry detail, 7 addenda, 8 batch control, 9 file control
       *> (or all nines, block padding).
       01  ACH-IN-RECORD.
           05  ACH-RECORD-TYPE    PIC X(1).
           05  FILLER             PIC X(93).
       01  ACH-FILE-HEADER.
           05  FILLER             PIC X(1).
           05  FH-PRIORITY        PIC X(2).
           05  FH-DESTINATION     PIC X(10).   *> Our routing number,
               *> space-led
           05  FH-ORIGIN          PIC X(10).   *> Sending point
           05  FH-CREATION-DATE   PIC X(6).    *> YYMMDD
           05  FH-CREATION-TIME   PIC X(4).
           05  FH-ID-MODIFIER     PIC X(1).
           05  FH-RECORD-SIZE     PIC X(3).
           05  FH-BLOCKING        PIC X(2).
           05  FH-FORMAT-CODE     PIC X(1).
           05  FH-DEST-NAME       PIC X(23).
           05  FH-ORIGIN-NAME     PIC X(23).
           05  FH-REFERENCE       PIC X(8).
       01  ACH-BATCH-HEADER.
           05  FILLER             PIC X(1).
           05  BH-SERVICE-CLASS   PIC X(3).
           05  BH-COMPANY-NAME    PIC X(16).
           05  BH-DISCRETIONARY   PIC X(20).
           05  BH-COMPANY-ID      PIC X(10).
           05  BH-SEC-CODE        PIC X(3).    *> PPD, CCD, WEB ...
           05  BH-ENTRY-DESC      PIC X(10).   *> e.g. "PAYROLL"
           05  BH-DESC-DATE       PIC X(6).
           05  BH-EFFECTIVE-DATE  PIC X(6).
           05  BH-SETTLEMENT-DATE PIC X(3).
           05  BH-ORIGINATOR-STATUS PIC X(1).
           05  BH-ODFI-ID         PIC X(8).    *> Originating bank,
               *> where a return for the batch is sent
           05  BH-BATCH-NUMBER    PIC X(7).
       01  ACH-ENTRY-DETAIL.
           05  FILLER             PIC X(1).
           05  ED-TRAN-CODE       PIC X(2).    *> 22/32 credit, 27/37
               *> debit, 23/28/33/38 zero-dollar prenote
           05  ED-RDFI-ID         PIC X(8).
           05  ED-RDFI-NUM REDEFINES ED-RDFI-ID PIC 9(8).
           05  ED-CHECK-DIGIT     PIC X(1).
           05  ED-DFI-ACCOUNT     PIC X(17).   *> Our account number,
               *> left justified
           05  ED-AMOUNT          PIC 9(8)V99.
           05  ED-INDIV-ID        PIC X(15).
           05  ED-INDIV-NAME      PIC X(22).
           05  ED-DISCRETIONARY   PIC X(2).
           05  ED-ADDENDA-IND     PIC X(1).
           05  ED-TRACE-NUMBER    PIC X(15).
       01  ACH-BATCH-CONTROL.
           05  FILLER             PIC X(1).
           05  BC-SERVICE-CLASS   PIC X(3).
           05  BC-ENTRY-COUNT     PIC 9(6).    *> Entries and addenda
           05  BC-ENTRY-HASH      PIC 9(10).
           05  BC-TOTAL-DEBITS    PIC 9(10)V99.
           05  BC-TOTAL-CREDITS   PIC 9(10)V99.
           05  BC-COMPANY-ID      PIC X(10).
           05  BC-AUTH-CODE       PIC X(19).
           05  BC-RESERVED        PIC X(6).
           05  BC-ODFI-ID         PIC X(8).
           05  BC-BATCH-NUMBER    PIC X(7).
       01  ACH-FILE-CONTROL.
           05  FILLER             PIC X(1).
           05  FC-BATCH-COUNT     PIC 9(6).
           05  FC-BLOCK-COUNT     PIC 9(6).
           05  FC-ENTRY-COUNT     PIC 9(8).
           05  FC-ENTRY-HASH      PIC 9(10).
           05  FC-TOTAL-DEBITS    PIC 9(10)V99.
           05  FC-TOTAL-CREDITS   PIC 9(10)V99.
           05  FC-RESERVED        PIC X(39).
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Register TRANS-POST keeps of every batch that posted;
           *> read here so a file delivered a second time is not
           *> posted, or returned, again.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  DAILY-TRANS-FILE
           RECORD CONTAINS 40 CHARACTERS.  *> Same line TRANS-POST
               *> and BATCH-EDIT read
       01  DAILY-TRANS-RECORD     PIC X(40).
       FD  ACH-PENDING-FILE
           RECORD CONTAINS 256 CHARACTERS.
           COPY ACHPEND.
       FD  ACH-RETURN-FILE
           RECORD CONTAINS 94 CHARACTERS.
       *> Outbound return file, NACHA format: one return batch per
       *> original batch that had an unpostable entry, each return
       *> entry followed by its type-99 addenda carrying the reason
       *> code and the original trace number.
       01  RTN-RECORD             PIC X(94).
       01  RTN-FILE-HEADER.
           05  RFH-RECORD-TYPE    PIC X(1).
           05  RFH-PRIORITY       PIC X(2).
           05  RFH-DESTINATION    PIC X(10).
           05  RFH-ORIGIN         PIC X(10).
           05  RFH-CREATION-DATE  PIC X(6).
           05  RFH-CREATION-TIME  PIC X(4).
           05  RFH-ID-MODIFIER    PIC X(1).
           05  RFH-RECORD-SIZE    PIC X(3).
           05  RFH-BLOCKING       PIC X(2).
           05  RFH-FORMAT-CODE    PIC X(1).
           05  RFH-DEST-NAME      PIC X(23).
           05  RFH-ORIGIN-NAME    PIC X(23).
           05  RFH-REFERENCE      PIC X(8).
       01  RTN-BATCH-HEADER.
           05  RBH-RECORD-TYPE    PIC X(1).
           05  RBH-SERVICE-CLASS  PIC X(3).
           05  RBH-COMPANY-NAME   PIC X(16).
           05  RBH-DISCRETIONARY  PIC X(20).
           05  RBH-COMPANY-ID     PIC X(10).
           05  RBH-SEC-CODE       PIC X(3).
           05  RBH-ENTRY-DESC     PIC X(10).
           05  RBH-DESC-DATE      PIC X(6).
           05  RBH-EFFECTIVE-DATE PIC X(6).
           05  RBH-SETTLEMENT-DATE PIC X(3).
           05  RBH-ORIGINATOR-STATUS PIC X(1).
           05  RBH-ODFI-ID        PIC X(8).
           05  RBH-BATCH-NUMBER   PIC 9(7).
       01  RTN-ENTRY-DETAIL.
           05  RED-RECORD-TYPE    PIC X(1).
           05  RED-TRAN-CODE      PIC X(2).
           05  RED-RDFI-ID        PIC X(8).
           05  RED-CHECK-DIGIT    PIC 9(1).
           05  RED-DFI-ACCOUNT    PIC X(17).
           05  RED-AMOUNT         PIC 9(8)V99.
           05  RED-INDIV-ID       PIC X(15).
           05  RED-INDIV-NAME     PIC X(22).
           05  RED-DISCRETIONARY  PIC X(2).
           05  RED-ADDENDA-IND    PIC X(1).
           05  RED-TRACE-NUMBER   PIC X(15).
       01  RTN-ADDENDA.
           05  RAD-RECORD-TYPE    PIC X(1).
           05  RAD-ADDENDA-TYPE   PIC X(2).
           05  RAD-RETURN-CODE    PIC X(3).
           05  RAD-ORIGINAL-TRACE PIC X(15).
           05  RAD-DATE-OF-DEATH  PIC X(6).
           05  RAD-ORIGINAL-RDFI  PIC X(8).
           05  RAD-ADDENDA-INFO   PIC X(44).
           05  RAD-TRACE-NUMBER   PIC X(15).
       01  RTN-BATCH-CONTROL.
           05  RBC-RECORD-TYPE    PIC X(1).
           05  RBC-SERVICE-CLASS  PIC X(3).
           05  RBC-ENTRY-COUNT    PIC 9(6).
           05  RBC-ENTRY-HASH     PIC 9(10).
           05  RBC-TOTAL-DEBITS   PIC 9(10)V99.
           05  RBC-TOTAL-CREDITS  PIC 9(10)V99.
           05  RBC-COMPANY-ID     PIC X(10).
           05  RBC-AUTH-CODE      PIC X(19).
           05  RBC-RESERVED       PIC X(6).
           05  RBC-ODFI-ID        PIC X(8).
           05  RBC-BATCH-NUMBER   PIC 9(7).
       01  RTN-FILE-CONTROL.
           05  RFC-RECORD-TYPE    PIC X(1).
           05  RFC-BATCH-COUNT    PIC 9(6).
           05  RFC-BLOCK-COUNT    PIC 9(6).
           05  RFC-ENTRY-COUNT    PIC 9(8).
           05  RFC-ENTRY-HASH     PIC 9(10).
           05  RFC-TOTAL-DEBITS   PIC 9(10)V99.
           05  RFC-TOTAL-CREDITS  PIC 9(10)V99.
           05  RFC-RESERVED       PIC X(39).
       FD  REPORT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-RECORD          PIC X(120).
       WORKING-STORAGE SECTION.
       01  ACH-EOF                PIC X VALUE "N".
           88  ACH-EOF-SW         VALUE "Y".
       01  HOLD-EOF               PIC X VALUE "N".
           88  HOLD-EOF-SW        VALUE "Y".
       01  ACH-IN-STATUS          PIC XX VALUE "00".
           88  ACH-IN-STATUS-OK   VALUE "00".
       01  ACCOUNT-STATUS         PIC XX VALUE "00".
           88  ACCOUNT-STATUS-OK  VALUE "00".
       01  HOLD-STATUS            PIC XX VALUE "00".
           88  HOLD-STATUS-OK     VALUE "00".
       01  SERIAL-STATUS          PIC XX VALUE "00".
           88  SERIAL-STATUS-OK   VALUE "00".
       01  TRANS-STATUS           PIC XX VALUE "00".
           88  TRANS-STATUS-OK    VALUE "00".
       01  PENDING-STATUS         PIC XX VALUE "00".
           88  PENDING-STATUS-OK  VALUE "00".
       01  HOLDS-ON-FILE          PIC X VALUE "N".
           88  HOLDS-ON-FILE-SW   VALUE "Y".
       01  FILE-RESULT            PIC X VALUE "Y".
           88  FILE-PROVED        VALUE "Y".
           *> Any structural or control-total failure rejects the
           *> whole file: nothing is posted and nothing returned, and
           *> the sending point is asked for a corrected file.
       01  HAVE-FILE-HEADER       PIC X VALUE "N".
           88  HAVE-FILE-HEADER-SW VALUE "Y".
       01  HAVE-FILE-CONTROL      PIC X VALUE "N".
           88  HAVE-FILE-CONTROL-SW VALUE "Y".
       01  IN-BATCH               PIC X VALUE "N".
           88  IN-BATCH-SW        VALUE "Y".
       01  ALREADY-POSTED         PIC X VALUE "N".
           88  ALREADY-POSTED-SW  VALUE "Y".
       01  TODAY-DATE             PIC X(8).
       01  TODAY-TIME             PIC X(4).
       01  DATE-WORK.
           *> The batch serial is "A", the file's own creation date
           *> as YDDD and the file ID modifier, so a file delivered
           *> again on a later night carries the serial it already
           *> posted under, while a second file created the same day
           *> (next modifier) gets one of its own.
           05  FILE-DATE-NUM      PIC 9(8).
           05  FILE-DATE-PARTS REDEFINES FILE-DATE-NUM.
               10  FILE-YEAR      PIC 9(4).
               10  FILE-MONTH     PIC 9(2).
               10  FILE-DAY       PIC 9(2).
           05  FILE-DATE-INTEGER  PIC 9(8).
           05  JULIAN-DATE        PIC 9(7).
       01  FILE-IDENTITY.
           05  OUR-DESTINATION    PIC X(10).
           05  SENDER-ORIGIN      PIC X(10).
           05  OUR-NAME           PIC X(23).
           05  SENDER-NAME        PIC X(23).
           05  OUR-DFI-ID         PIC X(8).
           05  FILE-CREATION-DATE PIC X(6).
           05  FILE-ID-MODIFIER   PIC X(1).
           05  BATCH-SERIAL       PIC X(6).
       01  PROOF-TOTALS.
           *> Running counts and hash totals as the file is read,
           *> proved against each batch control and the file control.
           05  BATCH-ENTRY-ADDENDA PIC 9(6).
           05  BATCH-HASH-WORK    PIC 9(12).
           05  BATCH-HASH         PIC 9(10).
           05  BATCH-DEBITS       PIC 9(10)V99.
           05  BATCH-CREDITS      PIC 9(10)V99.
           05  FILE-BATCHES       PIC 9(6) VALUE ZERO.
           05  FILE-ENTRY-ADDENDA PIC 9(8) VALUE ZERO.
           05  FILE-HASH-WORK     PIC 9(12) VALUE ZERO.
           05  FILE-HASH          PIC 9(10).
           05  FILE-DEBITS        PIC 9(10)V99 VALUE ZERO.
           05  FILE-CREDITS       PIC 9(10)V99 VALUE ZERO.
       01  ACH-BATCH-TABLE.
           *> Each batch header as read, kept so a return batch can
           *> go back to the originating bank under the original
           *> company's identification.
           05  AB-COUNT           PIC 9(3) VALUE ZERO.
           05  AB-ENTRY OCCURS 50 TIMES.
               10  AB-SERVICE-CLASS PIC X(3).
               10  AB-COMPANY-NAME PIC X(16).
               10  AB-DISCRETIONARY PIC X(20).
               10  AB-COMPANY-ID  PIC X(10).
               10  AB-SEC-CODE    PIC X(3).
               10  AB-ENTRY-DESC  PIC X(10).
               10  AB-DESC-DATE   PIC X(6).
               10  AB-ODFI-ID     PIC X(8).
               10  AB-BATCH-NUMBER PIC X(7).
               10  AB-RETURN-COUNT PIC 9(4).
       01  AB-SUB                 PIC 9(3).
       01  ACH-ENTRY-TABLE.
           *> Every entry detail in file order, with the account it
           *> matched and, when it cannot post, its return reason.
           05  AE-COUNT           PIC 9(4) VALUE ZERO.
           05  AE-ENTRY OCCURS 2000 TIMES.
               10  AE-BATCH-SUB   PIC 9(3).
               10  AE-TRAN-CODE   PIC X(2).
               10  AE-RDFI-ID     PIC X(8).
               10  AE-DFI-ACCOUNT PIC X(17).
               10  AE-AMOUNT      PIC 9(8)V99.
               10  AE-INDIV-ID    PIC X(15).
               10  AE-INDIV-NAME  PIC X(22).
               10  AE-TRACE-NUMBER PIC X(15).
               10  AE-ACCT-ID     PIC 9(6).
               10  AE-KIND        PIC X(1).
                   88  AE-CREDIT  VALUE "C".
                   88  AE-DEBIT   VALUE "D".
                   88  AE-PRENOTE VALUE "P".
                   88  AE-UNKNOWN-CODE VALUE "U".
               10  AE-RETURN-CODE PIC X(3).
       01  AE-SUB                 PIC 9(4).
       01  AE-SCAN-SUB            PIC 9(4).
       01  ACCOUNT-WORK.
           05  ACCT-TOKEN         PIC X(17).
           05  ACCT-TOKEN-LENGTH  PIC 9(2).
           05  ACCT-BALANCE       PIC S9(7)V99.
           05  HELD-AMOUNT        PIC 9(9)V99.
           05  COMMITTED-AMOUNT   PIC 9(10)V99.
           05  AVAILABLE-BALANCE  PIC S9(11)V99.
           05  RETURN-REASON-TEXT PIC X(40).
       01  CHECK-DIGIT-WORK.
           *> Standard routing-number check digit (weights 3 7 1),
           *> computed for the originating bank a return goes to.
           05  CHECK-ROUTING      PIC X(8).
           05  CHECK-ROUTING-DIGITS REDEFINES CHECK-ROUTING.
               10  CHECK-DIGIT-N  PIC 9(1) OCCURS 8 TIMES.
           05  CHECK-ROUTING-NUM REDEFINES CHECK-ROUTING PIC 9(8).
           05  CHECK-SUM          PIC 9(4).
           05  CHECK-QUOTIENT     PIC 9(4).
           05  CHECK-REMAINDER    PIC 9(1).
           05  CHECK-DIGIT        PIC 9(1).
       01  DAILY-BATCH.
           05  ITEM-COUNT         PIC 9(6) VALUE ZERO.
           05  BATCH-DEP-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  BATCH-WDR-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  LINE-AMOUNT-EDITED PIC 9(7).99.
           05  HDR-COUNT-EDITED   PIC 9(6).
           05  TRL-DEP-EDITED     PIC 9(9).99.
           05  TRL-WDR-EDITED     PIC 9(9).99.
       01  RETURN-FILE-TOTALS.
           05  RTN-RECORD-COUNT   PIC 9(6) VALUE ZERO.
           05  RTN-BATCH-COUNT    PIC 9(6) VALUE ZERO.
           05  RTN-TRACE-SEQ      PIC 9(7) VALUE ZERO.
           05  RTN-BATCH-ENTRIES  PIC 9(6).
           05  RTN-BATCH-HASH-WORK PIC 9(12).
           05  RTN-BATCH-DEBITS   PIC 9(10)V99.
           05  RTN-BATCH-CREDITS  PIC 9(10)V99.
           05  RTN-FILE-ENTRIES   PIC 9(8) VALUE ZERO.
           05  RTN-FILE-HASH-WORK PIC 9(12) VALUE ZERO.
           05  RTN-FILE-DEBITS    PIC 9(10)V99 VALUE ZERO.
           05  RTN-FILE-CREDITS   PIC 9(10)V99 VALUE ZERO.
           05  RTN-BLOCK-COUNT    PIC 9(6).
           05  RTN-BLOCK-REMAINDER PIC 9(2).
       01  SETTLEMENT-TOTALS.
           05  FILE-CREDIT-COUNT  PIC 9(6) VALUE ZERO.
           05  FILE-DEBIT-COUNT   PIC 9(6) VALUE ZERO.
           05  POSTED-CREDIT-COUNT PIC 9(6) VALUE ZERO.
           05  POSTED-CREDIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05  POSTED-DEBIT-COUNT PIC 9(6) VALUE ZERO.
           05  POSTED-DEBIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05  RETURNED-CREDIT-COUNT PIC 9(6) VALUE ZERO.
           05  RETURNED-CREDIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05  RETURNED-DEBIT-COUNT PIC 9(6) VALUE ZERO.
           05  RETURNED-DEBIT-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05  PRENOTE-COUNT      PIC 9(6) VALUE ZERO.
           05  NET-SETTLEMENT     PIC S9(11)V99.
       01  REASON-TABLE.
           *> Return reasons this intake raises, with a running count
           *> and amount for the settlement report.
           05  REASON-VALUES.
               10  FILLER PIC X(43) VALUE
                   "R01Insufficient funds                     ".
               10  FILLER PIC X(43) VALUE
                   "R02Account closed                         ".
               10  FILLER PIC X(43) VALUE
                   "R03No account/unable to locate account    ".
               10  FILLER PIC X(43) VALUE
                   "R16Account frozen                         ".
               10  FILLER PIC X(43) VALUE
                   "R17File record edit criteria              ".
               10  FILLER PIC X(43) VALUE
                   "R20Non-transaction account                ".
           05  REASON-ENTRY REDEFINES REASON-VALUES OCCURS 6 TIMES.
               10  REASON-CODE    PIC X(3).
               10  REASON-TEXT    PIC X(40).
           05  REASON-COUNT       PIC 9(6) OCCURS 6 TIMES.
           05  REASON-AMOUNT      PIC 9(10)V99 OCCURS 6 TIMES.
       01  REASON-SUB             PIC 9(2).
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-FIELDS.
           05  EDITED-AMOUNT      PIC Z(7)9.99.
           05  EDITED-TOTAL       PIC Z(9)9.99.
           05  EDITED-TOTAL-2     PIC Z(9)9.99.
           05  EDITED-NET         PIC -(10)9.99.
           05  EDITED-COUNT       PIC Z(5)9.
           05  EDITED-COUNT-2     PIC Z(5)9.
           05  EDITED-HASH        PIC 9(10).
           05  EDITED-HASH-2      PIC 9(10).
       PROCEDURE DIVISION.
       *> Inbound ACH intake, after ACCT-EDIT and ahead of the
       *> maintenance and posting steps.  The night's NACHA file is
       *> read end to end and proved first -- every batch's entry/
       *> addenda count, entry hash and debit/credit totals against
       *> its batch control, and the whole file against the file
       *> control -- and a file that does not prove is rejected
       *> whole.  A proved file's entries are matched to
       *> account_data.ps: credits become "D" lines and debits "W"
       *> lines in one proved batch appended to daily_trans.ps
       *> under the batch operator, for BATCH-EDIT and TRANS-POST
       *> like any other.  Entries that cannot post go back to the
       *> originating bank on ach_return.ps with their NACHA return
       *> reason, and ach_settle.ps reconciles the file totals to
       *> what was posted and what was returned.  Every entry put
       *> into the batch is also kept on ach_pending.ps, so an
       *> entry TRANS-POST still refuses -- a debit the funds have
       *> gone from by then -- is returned by ACH-RECON after
       *> posting.
       MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
       MOVE FUNCTION CURRENT-DATE(9:4) TO TODAY-TIME.
       MOVE 1 TO REASON-SUB.
       PERFORM UNTIL REASON-SUB > 6
           MOVE ZERO TO REASON-COUNT(REASON-SUB)
           MOVE ZERO TO REASON-AMOUNT(REASON-SUB)
           ADD 1 TO REASON-SUB
       END-PERFORM.
       OPEN OUTPUT REPORT-FILE.
       MOVE SPACES TO WORK-RECORD
       STRING "ACH Intake Settlement Report - Run Date " TODAY-DATE
              DELIMITED BY SIZE INTO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       *> Always replaced, so last night's returns are never sent
       *> twice; left empty when everything posts or nothing is
       *> taken.
       OPEN OUTPUT ACH-RETURN-FILE.
       OPEN INPUT ACH-IN-FILE.
       IF ACH-IN-STATUS = "35"
           *> No file from the operator tonight is an ordinary
           *> night, not a failure.
           MOVE "No inbound ACH file tonight - nothing to post"
               TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           CLOSE ACH-RETURN-FILE REPORT-FILE
           STOP RUN
       END-IF.
       IF NOT ACH-IN-STATUS-OK
           DISPLAY "Unable to open ACH-IN-FILE, status " ACH-IN-STATUS
           CLOSE ACH-RETURN-FILE REPORT-FILE
           *> Nonzero so JOB-DRIVER halts the stream here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ACH-EOF-SW
           READ ACH-IN-FILE
               AT END MOVE "Y" TO ACH-EOF
               NOT AT END
                   PERFORM TAKE-ACH-RECORD
           END-READ
       END-PERFORM.
       CLOSE ACH-IN-FILE.
       PERFORM CHECK-FILE-COMPLETE.
       IF FILE-PROVED
           PERFORM CHECK-ALREADY-POSTED
       END-IF.
       IF NOT FILE-PROVED
           MOVE SPACES TO WORK-RECORD
           STRING "*** ACH FILE REJECTED *** nothing posted, nothing "
                  "returned - request a corrected file from "
                  SENDER-NAME
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           DISPLAY "ACH file did not prove - rejected, see ach_settle"
           CLOSE ACH-RETURN-FILE REPORT-FILE
           *> Nonzero, as BATCH-EDIT does for a batch that fails its
           *> proof: the settlement file is unaccounted for until an
           *> operator has a corrected one, so the stream stops here.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF ALREADY-POSTED-SW
           CLOSE ACH-RETURN-FILE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACCOUNT-FILE.
       IF NOT ACCOUNT-STATUS-OK
           DISPLAY "Unable to open ACCOUNT-FILE, status " ACCOUNT-STATUS
           CLOSE ACH-RETURN-FILE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM OPEN-HOLD-FILE.
       OPEN EXTEND DAILY-TRANS-FILE.
       IF TRANS-STATUS = "35"
           OPEN OUTPUT DAILY-TRANS-FILE
       END-IF.
       IF NOT TRANS-STATUS-OK
           DISPLAY "Unable to open DAILY-TRANS-FILE, status "
               TRANS-STATUS
           CLOSE ACCOUNT-FILE ACH-RETURN-FILE REPORT-FILE
           IF HOLDS-ON-FILE-SW
               CLOSE HOLD-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       *> Added to, never replaced: an entry stays on it until
       *> ACH-RECON has seen its batch through TRANS-POST.
       OPEN EXTEND ACH-PENDING-FILE.
       IF PENDING-STATUS = "35"
           OPEN OUTPUT ACH-PENDING-FILE
       END-IF.
       IF NOT PENDING-STATUS-OK
           DISPLAY "Unable to open ACH-PENDING-FILE, status "
               PENDING-STATUS
           CLOSE ACCOUNT-FILE DAILY-TRANS-FILE ACH-RETURN-FILE
                 REPORT-FILE
           IF HOLDS-ON-FILE-SW
               CLOSE HOLD-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE SPACES TO WORK-RECORD
       PERFORM WRITE-REPORT-LINE.
       MOVE 1 TO AE-SUB.
       PERFORM UNTIL AE-SUB > AE-COUNT
           PERFORM VET-ONE-ENTRY
           ADD 1 TO AE-SUB
       END-PERFORM.
       IF ITEM-COUNT > ZERO
           PERFORM WRITE-ACH-BATCH
       END-IF.
       PERFORM WRITE-RETURN-FILE.
       PERFORM WRITE-SETTLEMENT-TOTALS.
       IF HOLDS-ON-FILE-SW
           CLOSE HOLD-FILE
       END-IF.
       CLOSE ACCOUNT-FILE DAILY-TRANS-FILE ACH-PENDING-FILE
             ACH-RETURN-FILE REPORT-FILE.
       STOP RUN.

       TAKE-ACH-RECORD.
           EVALUATE ACH-RECORD-TYPE
               WHEN "1"
                   PERFORM TAKE-FILE-HEADER
               WHEN "5"
                   PERFORM TAKE-BATCH-HEADER
               WHEN "6"
                   PERFORM TAKE-ENTRY-DETAIL
               WHEN "7"
                   IF NOT IN-BATCH-SW
                       MOVE "Addenda record outside any batch"
                           TO WORK-RECORD
                       PERFORM REJECT-FILE
                   ELSE
                       ADD 1 TO BATCH-ENTRY-ADDENDA
                   END-IF
               WHEN "8"
                   PERFORM TAKE-BATCH-CONTROL
               WHEN "9"
                   IF ACH-IN-RECORD = ALL "9"
                       CONTINUE  *> Block padding
                   ELSE
                       PERFORM TAKE-FILE-CONTROL
                   END-IF
               WHEN OTHER
                   IF ACH-IN-RECORD NOT = SPACES
                       MOVE SPACES TO WORK-RECORD
                       STRING "Unknown record type '" ACH-RECORD-TYPE
                              "' on the file"
                              DELIMITED BY SIZE INTO WORK-RECORD
                       PERFORM REJECT-FILE
                   END-IF
           END-EVALUATE.

       TAKE-FILE-HEADER.
           IF HAVE-FILE-HEADER-SW
               MOVE "Second file header on the file" TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
               MOVE "Y" TO HAVE-FILE-HEADER
               MOVE FH-DESTINATION TO OUR-DESTINATION
               MOVE FH-ORIGIN TO SENDER-ORIGIN
               MOVE FH-DEST-NAME TO OUR-NAME
               MOVE FH-ORIGIN-NAME TO SENDER-NAME
               MOVE FH-CREATION-DATE TO FILE-CREATION-DATE
               MOVE FH-ID-MODIFIER TO FILE-ID-MODIFIER
               IF OUR-DESTINATION(1:1) = SPACE
                   MOVE OUR-DESTINATION(2:8) TO OUR-DFI-ID
               ELSE
                   MOVE OUR-DESTINATION(1:8) TO OUR-DFI-ID
               END-IF
               MOVE SPACES TO WORK-RECORD
               STRING "File from " FH-ORIGIN-NAME " (" FH-ORIGIN
                      ") created " FH-CREATION-DATE
                      " modifier " FH-ID-MODIFIER
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM SET-BATCH-SERIAL
           END-IF.

       SET-BATCH-SERIAL.
           IF FILE-CREATION-DATE IS NOT NUMERIC
               MOVE "File creation date is not a YYMMDD date"
                   TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
               MOVE 20 TO FILE-YEAR
               MOVE FILE-CREATION-DATE TO FILE-DATE-NUM(3:6)
               IF FILE-MONTH < 1 OR FILE-MONTH > 12
                   OR FILE-DAY < 1 OR FILE-DAY > 31
                   MOVE "File creation date is not a YYMMDD date"
                       TO WORK-RECORD
                   PERFORM REJECT-FILE
               ELSE
                   COMPUTE FILE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(FILE-DATE-NUM)
                   MOVE FUNCTION DAY-OF-INTEGER(FILE-DATE-INTEGER)
                       TO JULIAN-DATE
                   MOVE SPACES TO BATCH-SERIAL
                   STRING "A" JULIAN-DATE(4:4) FILE-ID-MODIFIER
                          DELIMITED BY SIZE INTO BATCH-SERIAL
               END-IF
           END-IF
           IF FILE-ID-MODIFIER NOT ALPHABETIC-UPPER
               AND FILE-ID-MODIFIER NOT NUMERIC
               OR FILE-ID-MODIFIER = SPACE
               MOVE "File ID modifier is not A-Z or 0-9"
                   TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF.

       TAKE-BATCH-HEADER.
           IF NOT HAVE-FILE-HEADER-SW
               MOVE "Batch header before the file header"
                   TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           IF IN-BATCH-SW
               MOVE SPACES TO WORK-RECORD
               STRING "Batch " AB-BATCH-NUMBER(AB-COUNT)
                      " has no batch control"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           IF AB-COUNT >= 50
               MOVE "More than 50 batches on the file" TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
               ADD 1 TO AB-COUNT
               MOVE BH-SERVICE-CLASS TO AB-SERVICE-CLASS(AB-COUNT)
               MOVE BH-COMPANY-NAME TO AB-COMPANY-NAME(AB-COUNT)
               MOVE BH-DISCRETIONARY TO AB-DISCRETIONARY(AB-COUNT)
               MOVE BH-COMPANY-ID TO AB-COMPANY-ID(AB-COUNT)
               MOVE BH-SEC-CODE TO AB-SEC-CODE(AB-COUNT)
               MOVE BH-ENTRY-DESC TO AB-ENTRY-DESC(AB-COUNT)
               MOVE BH-DESC-DATE TO AB-DESC-DATE(AB-COUNT)
               MOVE BH-ODFI-ID TO AB-ODFI-ID(AB-COUNT)
               MOVE BH-BATCH-NUMBER TO AB-BATCH-NUMBER(AB-COUNT)
               MOVE ZERO TO AB-RETURN-COUNT(AB-COUNT)
           END-IF
           MOVE "Y" TO IN-BATCH
           MOVE ZERO TO BATCH-ENTRY-ADDENDA BATCH-HASH-WORK
               BATCH-DEBITS BATCH-CREDITS.

       TAKE-ENTRY-DETAIL.
           IF NOT IN-BATCH-SW
               MOVE "Entry detail outside any batch" TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
               ADD 1 TO BATCH-ENTRY-ADDENDA
               IF ED-RDFI-ID IS NOT NUMERIC
                   OR ED-AMOUNT IS NOT NUMERIC
                   MOVE SPACES TO WORK-RECORD
                   STRING "Entry " ED-TRACE-NUMBER
                          " routing or amount not numeric"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM REJECT-FILE
               ELSE
                   ADD ED-RDFI-NUM TO BATCH-HASH-WORK
                   PERFORM STORE-ENTRY
               END-IF
           END-IF.

       STORE-ENTRY.
           *> Credit or debit by the second digit of the transaction
           *> code: 1-4 credit side, 6-9 debit side.
           IF AE-COUNT >= 2000
               MOVE "More than 2000 entries on the file"
                   TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
               ADD 1 TO AE-COUNT
               MOVE AB-COUNT TO AE-BATCH-SUB(AE-COUNT)
               MOVE ED-TRAN-CODE TO AE-TRAN-CODE(AE-COUNT)
               MOVE ED-RDFI-ID TO AE-RDFI-ID(AE-COUNT)
               MOVE ED-DFI-ACCOUNT TO AE-DFI-ACCOUNT(AE-COUNT)
               MOVE ED-AMOUNT TO AE-AMOUNT(AE-COUNT)
               MOVE ED-INDIV-ID TO AE-INDIV-ID(AE-COUNT)
               MOVE ED-INDIV-NAME TO AE-INDIV-NAME(AE-COUNT)
               MOVE ED-TRACE-NUMBER TO AE-TRACE-NUMBER(AE-COUNT)
               MOVE ZERO TO AE-ACCT-ID(AE-COUNT)
               MOVE SPACES TO AE-RETURN-CODE(AE-COUNT)
               EVALUATE ED-TRAN-CODE
                   WHEN "22"
                   WHEN "32"
                       MOVE "C" TO AE-KIND(AE-COUNT)
                   WHEN "27"
                   WHEN "37"
                       MOVE "D" TO AE-KIND(AE-COUNT)
                   WHEN "23"
                   WHEN "28"
                   WHEN "33"
                   WHEN "38"
                       MOVE "P" TO AE-KIND(AE-COUNT)
                   WHEN OTHER
                       MOVE "U" TO AE-KIND(AE-COUNT)
               END-EVALUATE
               IF ED-TRAN-CODE(2:1) >= "6"
                   ADD ED-AMOUNT TO BATCH-DEBITS
                   ADD 1 TO FILE-DEBIT-COUNT
               ELSE
                   ADD ED-AMOUNT TO BATCH-CREDITS
                   ADD 1 TO FILE-CREDIT-COUNT
               END-IF
           END-IF.

       TAKE-BATCH-CONTROL.
           IF NOT IN-BATCH-SW
               MOVE "Batch control with no open batch" TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
               MOVE "N" TO IN-BATCH
               ADD 1 TO FILE-BATCHES
               MOVE BATCH-HASH-WORK TO BATCH-HASH
               IF BC-ENTRY-COUNT IS NOT NUMERIC
                   OR BC-ENTRY-HASH IS NOT NUMERIC
                   OR BC-TOTAL-DEBITS IS NOT NUMERIC
                   OR BC-TOTAL-CREDITS IS NOT NUMERIC
                   MOVE SPACES TO WORK-RECORD
                   STRING "Batch " BC-BATCH-NUMBER
                          " control totals not numeric"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM REJECT-FILE
               ELSE
               IF BC-ENTRY-COUNT = BATCH-ENTRY-ADDENDA
                   AND BC-ENTRY-HASH = BATCH-HASH
                   AND BC-TOTAL-DEBITS = BATCH-DEBITS
                   AND BC-TOTAL-CREDITS = BATCH-CREDITS
                   MOVE BATCH-ENTRY-ADDENDA TO EDITED-COUNT
                   MOVE BATCH-DEBITS TO EDITED-TOTAL
                   MOVE BATCH-CREDITS TO EDITED-TOTAL-2
                   MOVE SPACES TO WORK-RECORD
                   STRING "Batch " BC-BATCH-NUMBER " "
                          AB-COMPANY-NAME(AB-COUNT) " "
                          AB-ENTRY-DESC(AB-COUNT)
                          " proved - Entries: " EDITED-COUNT
                          " Debits: " EDITED-TOTAL
                          " Credits: " EDITED-TOTAL-2
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE BC-ENTRY-COUNT TO EDITED-COUNT
                   MOVE BATCH-ENTRY-ADDENDA TO EDITED-COUNT-2
                   MOVE BC-ENTRY-HASH TO EDITED-HASH
                   MOVE BATCH-HASH TO EDITED-HASH-2
                   MOVE SPACES TO WORK-RECORD
                   STRING "*** OUT OF BALANCE *** Batch "
                          BC-BATCH-NUMBER
                          " control count/hash " EDITED-COUNT "/"
                          EDITED-HASH " got " EDITED-COUNT-2 "/"
                          EDITED-HASH-2
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE BC-TOTAL-DEBITS TO EDITED-TOTAL
                   MOVE BC-TOTAL-CREDITS TO EDITED-TOTAL-2
                   MOVE SPACES TO WORK-RECORD
                   STRING "    control debits/credits " EDITED-TOTAL
                          "/" EDITED-TOTAL-2
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE BATCH-DEBITS TO EDITED-TOTAL
                   MOVE BATCH-CREDITS TO EDITED-TOTAL-2
                   MOVE SPACES TO WORK-RECORD
                   STRING "    entries debits/credits " EDITED-TOTAL
                          "/" EDITED-TOTAL-2
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM REJECT-FILE
               END-IF
               END-IF
               ADD BATCH-ENTRY-ADDENDA TO FILE-ENTRY-ADDENDA
               ADD BATCH-HASH-WORK TO FILE-HASH-WORK
               ADD BATCH-DEBITS TO FILE-DEBITS
               ADD BATCH-CREDITS TO FILE-CREDITS
           END-IF.

       TAKE-FILE-CONTROL.
           IF IN-BATCH-SW
               MOVE "File control inside an open batch" TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           IF HAVE-FILE-CONTROL-SW
               MOVE "Second file control on the file" TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           MOVE "Y" TO HAVE-FILE-CONTROL
           MOVE FILE-HASH-WORK TO FILE-HASH
           IF FC-BATCH-COUNT IS NOT NUMERIC
               OR FC-ENTRY-COUNT IS NOT NUMERIC
               OR FC-ENTRY-HASH IS NOT NUMERIC
               OR FC-TOTAL-DEBITS IS NOT NUMERIC
               OR FC-TOTAL-CREDITS IS NOT NUMERIC
               MOVE "File control totals not numeric" TO WORK-RECORD
               PERFORM REJECT-FILE
           ELSE
           IF FC-BATCH-COUNT = FILE-BATCHES
               AND FC-ENTRY-COUNT = FILE-ENTRY-ADDENDA
               AND FC-ENTRY-HASH = FILE-HASH
               AND FC-TOTAL-DEBITS = FILE-DEBITS
               AND FC-TOTAL-CREDITS = FILE-CREDITS
               MOVE FILE-ENTRY-ADDENDA TO EDITED-COUNT
               MOVE FILE-DEBITS TO EDITED-TOTAL
               MOVE FILE-CREDITS TO EDITED-TOTAL-2
               MOVE SPACES TO WORK-RECORD
               STRING "File control proved - Entries: " EDITED-COUNT
                      " Debits: " EDITED-TOTAL
                      " Credits: " EDITED-TOTAL-2
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE FC-BATCH-COUNT TO EDITED-COUNT
               MOVE FILE-BATCHES TO EDITED-COUNT-2
               MOVE SPACES TO WORK-RECORD
               STRING "*** OUT OF BALANCE *** File control batches "
                      EDITED-COUNT " got " EDITED-COUNT-2
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE FC-ENTRY-COUNT TO EDITED-COUNT
               MOVE FILE-ENTRY-ADDENDA TO EDITED-COUNT-2
               MOVE FC-ENTRY-HASH TO EDITED-HASH
               MOVE FILE-HASH TO EDITED-HASH-2
               MOVE SPACES TO WORK-RECORD
               STRING "    control count/hash " EDITED-COUNT "/"
                      EDITED-HASH " got " EDITED-COUNT-2 "/"
                      EDITED-HASH-2
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE FC-TOTAL-DEBITS TO EDITED-TOTAL
               MOVE FC-TOTAL-CREDITS TO EDITED-TOTAL-2
               MOVE SPACES TO WORK-RECORD
               STRING "    control debits/credits " EDITED-TOTAL
                      "/" EDITED-TOTAL-2
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE FILE-DEBITS TO EDITED-TOTAL
               MOVE FILE-CREDITS TO EDITED-TOTAL-2
               MOVE SPACES TO WORK-RECORD
               STRING "    batches debits/credits " EDITED-TOTAL
                      "/" EDITED-TOTAL-2
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           END-IF.

       CHECK-FILE-COMPLETE.
           IF NOT HAVE-FILE-HEADER-SW
               MOVE "No file header on the file" TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           IF IN-BATCH-SW
               MOVE "Last batch has no batch control" TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF
           IF NOT HAVE-FILE-CONTROL-SW
               MOVE "No file control on the file" TO WORK-RECORD
               PERFORM REJECT-FILE
           END-IF.

       REJECT-FILE.
           *> WORK-RECORD carries why.
           MOVE "N" TO FILE-RESULT
           PERFORM WRITE-REPORT-LINE.

       CHECK-ALREADY-POSTED.
           *> The serial already on the register means this file
           *> posted on an earlier night; posting or returning it
           *> again would double every entry, so nothing is taken and
           *> the stream is stopped for the operator to see why the
           *> file came again.  No register yet just means nothing
           *> has ever posted.
           OPEN INPUT BATCH-SERIAL-FILE
           IF SERIAL-STATUS-OK
               MOVE BATCH-SERIAL TO SERIAL-KEY
               READ BATCH-SERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ALREADY-POSTED
                       MOVE SPACES TO WORK-RECORD
                       STRING "*** DUPLICATE FILE *** batch "
                              BATCH-SERIAL " already posted on "
                              SERIAL-POSTED-DATE
                              " - nothing posted, nothing returned"
                              DELIMITED BY SIZE INTO WORK-RECORD
                       PERFORM WRITE-REPORT-LINE
                       DISPLAY "ACH file already posted as batch "
                           BATCH-SERIAL " - not taken again"
               END-READ
               CLOSE BATCH-SERIAL-FILE
           END-IF.

       VET-ONE-ENTRY.
           *> First reason found wins.  A prenote is checked like a
           *> live entry, so the originator hears about a bad
           *> account before the first real payment, but posts
           *> nothing.
           PERFORM FIND-ENTRY-ACCOUNT
           EVALUATE TRUE
               WHEN AE-RETURN-CODE(AE-SUB) NOT = SPACES
                   CONTINUE
               WHEN AE-UNKNOWN-CODE(AE-SUB)
                   *> Returns, notices of change and remittance-only
                   *> codes are not entries this intake posts.
                   MOVE "R17" TO AE-RETURN-CODE(AE-SUB)
               WHEN AE-AMOUNT(AE-SUB) > 9999999.99
                   *> Larger than a posting line or a balance holds.
                   MOVE "R17" TO AE-RETURN-CODE(AE-SUB)
               WHEN ACCT-CLOSED
                   *> Escheated accounts are closed (reason ES) and
                   *> return the same way.
                   MOVE "R02" TO AE-RETURN-CODE(AE-SUB)
               WHEN ACCT-CHARGED-OFF
                   MOVE "R16" TO AE-RETURN-CODE(AE-SUB)
               WHEN ACCT-DORMANT-STR = "D"
                   MOVE "R16" TO AE-RETURN-CODE(AE-SUB)
               WHEN CURRENCY-CODE NOT = SPACES
                   AND CURRENCY-CODE NOT = "USD"
                   *> ACH settles in dollars only.
                   MOVE "R20" TO AE-RETURN-CODE(AE-SUB)
               WHEN AE-DEBIT(AE-SUB)
                   PERFORM FIND-AVAILABLE-FUNDS
                   IF AE-AMOUNT(AE-SUB) > AVAILABLE-BALANCE
                       MOVE "R01" TO AE-RETURN-CODE(AE-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AE-RETURN-CODE(AE-SUB) NOT = SPACES
               PERFORM RETURN-ENTRY
           ELSE
               IF AE-PRENOTE(AE-SUB)
                   ADD 1 TO PRENOTE-COUNT
               ELSE
                   PERFORM QUEUE-ENTRY
               END-IF
           END-IF.

       FIND-ENTRY-ACCOUNT.
           *> The account number must be our six-digit account id,
           *> left justified in the 17-character field.
           MOVE SPACES TO ACCT-TOKEN
           MOVE ZERO TO ACCT-TOKEN-LENGTH
           UNSTRING AE-DFI-ACCOUNT(AE-SUB) DELIMITED BY ALL SPACES
               INTO ACCT-TOKEN COUNT IN ACCT-TOKEN-LENGTH
           END-UNSTRING
           IF ACCT-TOKEN-LENGTH < 1 OR ACCT-TOKEN-LENGTH > 6
               MOVE "R03" TO AE-RETURN-CODE(AE-SUB)
           ELSE
               IF ACCT-TOKEN(1:ACCT-TOKEN-LENGTH) IS NOT NUMERIC
                   MOVE "R03" TO AE-RETURN-CODE(AE-SUB)
               ELSE
                   MOVE FUNCTION NUMVAL(ACCT-TOKEN(1:ACCT-TOKEN-LENGTH))
                       TO AE-ACCT-ID(AE-SUB)
                   MOVE AE-ACCT-ID(AE-SUB) TO ACCT-ID
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE "R03" TO AE-RETURN-CODE(AE-SUB)
                   END-READ
               END-IF
           END-IF.

       FIND-AVAILABLE-FUNDS.
           *> Same available balance TRANS-POST checks a debit
           *> against, less the debits this file has already queued
           *> on the account.
           IF ACCT-BALANCE-STR = SPACES
               MOVE ZERO TO ACCT-BALANCE
           ELSE
               MOVE FUNCTION NUMVAL(ACCT-BALANCE-STR) TO ACCT-BALANCE
           END-IF
           PERFORM SUM-ACTIVE-HOLDS
           MOVE ZERO TO COMMITTED-AMOUNT
           MOVE 1 TO AE-SCAN-SUB
           PERFORM UNTIL AE-SCAN-SUB >= AE-SUB
               IF AE-ACCT-ID(AE-SCAN-SUB) = AE-ACCT-ID(AE-SUB)
                   AND AE-DEBIT(AE-SCAN-SUB)
                   AND AE-RETURN-CODE(AE-SCAN-SUB) = SPACES
                   ADD AE-AMOUNT(AE-SCAN-SUB) TO COMMITTED-AMOUNT
               END-IF
               ADD 1 TO AE-SCAN-SUB
           END-PERFORM
           COMPUTE AVAILABLE-BALANCE =
               ACCT-BALANCE - HELD-AMOUNT - COMMITTED-AMOUNT.

       SUM-ACTIVE-HOLDS.
           *> Every hold on the account still marked active and not
           *> past its expiry date.
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
                                   OR HOLD-EXPIRY-DATE >= TODAY-DATE)
                                   ADD HOLD-AMOUNT TO HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       QUEUE-ENTRY.
           ADD 1 TO ITEM-COUNT
           IF AE-CREDIT(AE-SUB)
               ADD 1 TO POSTED-CREDIT-COUNT
               ADD AE-AMOUNT(AE-SUB) TO POSTED-CREDIT-AMOUNT
               ADD AE-AMOUNT(AE-SUB) TO BATCH-DEP-TOTAL
           ELSE
               ADD 1 TO POSTED-DEBIT-COUNT
               ADD AE-AMOUNT(AE-SUB) TO POSTED-DEBIT-AMOUNT
               ADD AE-AMOUNT(AE-SUB) TO BATCH-WDR-TOTAL
           END-IF.

       RETURN-ENTRY.
           MOVE AE-BATCH-SUB(AE-SUB) TO AB-SUB
           ADD 1 TO AB-RETURN-COUNT(AB-SUB)
           IF AE-TRAN-CODE(AE-SUB)(2:1) >= "6"
               ADD 1 TO RETURNED-DEBIT-COUNT
               ADD AE-AMOUNT(AE-SUB) TO RETURNED-DEBIT-AMOUNT
           ELSE
               ADD 1 TO RETURNED-CREDIT-COUNT
               ADD AE-AMOUNT(AE-SUB) TO RETURNED-CREDIT-AMOUNT
           END-IF
           PERFORM FIND-REASON
           ADD 1 TO REASON-COUNT(REASON-SUB)
           ADD AE-AMOUNT(AE-SUB) TO REASON-AMOUNT(REASON-SUB)
           MOVE AE-AMOUNT(AE-SUB) TO EDITED-AMOUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Returned " AE-RETURN-CODE(AE-SUB)
                  " Trace " AE-TRACE-NUMBER(AE-SUB)
                  " Code " AE-TRAN-CODE(AE-SUB)
                  " Acct " AE-DFI-ACCOUNT(AE-SUB)
                  " Amount: " EDITED-AMOUNT " - "
                  REASON-TEXT(REASON-SUB)
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       FIND-REASON.
           MOVE 1 TO REASON-SUB
           PERFORM UNTIL REASON-SUB >= 6
               OR REASON-CODE(REASON-SUB) = AE-RETURN-CODE(AE-SUB)
               ADD 1 TO REASON-SUB
           END-PERFORM.

       WRITE-ACH-BATCH.
           MOVE ITEM-COUNT TO HDR-COUNT-EDITED
           MOVE SPACES TO DAILY-TRANS-RECORD
           *> Submitted under the batch operator: nothing crossed a
           *> counter, and the items go on history as electronic.
           STRING "HDR " BATCH-SERIAL " " HDR-COUNT-EDITED " SYST"
                  DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
           WRITE DAILY-TRANS-RECORD
           MOVE 1 TO AE-SUB
           PERFORM UNTIL AE-SUB > AE-COUNT
               IF AE-RETURN-CODE(AE-SUB) = SPACES
                   AND NOT AE-PRENOTE(AE-SUB)
                   MOVE AE-AMOUNT(AE-SUB) TO LINE-AMOUNT-EDITED
                   MOVE SPACES TO DAILY-TRANS-RECORD
                   IF AE-CREDIT(AE-SUB)
                       STRING AE-ACCT-ID(AE-SUB) " D "
                              LINE-AMOUNT-EDITED
                              DELIMITED BY SIZE
                              INTO DAILY-TRANS-RECORD
                   ELSE
                       STRING AE-ACCT-ID(AE-SUB) " W "
                              LINE-AMOUNT-EDITED
                              DELIMITED BY SIZE
                              INTO DAILY-TRANS-RECORD
                   END-IF
                   WRITE DAILY-TRANS-RECORD
                   PERFORM WRITE-PENDING-ENTRY
               END-IF
               ADD 1 TO AE-SUB
           END-PERFORM
           MOVE BATCH-DEP-TOTAL TO TRL-DEP-EDITED
           MOVE BATCH-WDR-TOTAL TO TRL-WDR-EDITED
           MOVE SPACES TO DAILY-TRANS-RECORD
           STRING "TRL " TRL-DEP-EDITED " " TRL-WDR-EDITED
                  DELIMITED BY SIZE INTO DAILY-TRANS-RECORD
           WRITE DAILY-TRANS-RECORD
           MOVE ITEM-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "ACH batch " BATCH-SERIAL
                  " appended to the daily batch - Items: "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-PENDING-ENTRY.
           MOVE SPACES TO ACH-PENDING-DATA
           MOVE BATCH-SERIAL TO AP-SERIAL
           MOVE TODAY-DATE TO AP-INTAKE-DATE
           MOVE AE-ACCT-ID(AE-SUB) TO AP-ACCT-ID
           IF AE-CREDIT(AE-SUB)
               MOVE "C" TO AP-KIND
           ELSE
               MOVE "D" TO AP-KIND
           END-IF
           MOVE AE-TRAN-CODE(AE-SUB) TO AP-TRAN-CODE
           MOVE AE-RDFI-ID(AE-SUB) TO AP-RDFI-ID
           MOVE AE-DFI-ACCOUNT(AE-SUB) TO AP-DFI-ACCOUNT
           MOVE AE-AMOUNT(AE-SUB) TO AP-AMOUNT
           MOVE AE-INDIV-ID(AE-SUB) TO AP-INDIV-ID
           MOVE AE-INDIV-NAME(AE-SUB) TO AP-INDIV-NAME
           MOVE AE-TRACE-NUMBER(AE-SUB) TO AP-TRACE-NUMBER
           MOVE AE-BATCH-SUB(AE-SUB) TO AB-SUB
           MOVE AB-BATCH-NUMBER(AB-SUB) TO AP-BATCH-NUMBER
           MOVE AB-COMPANY-NAME(AB-SUB) TO AP-COMPANY-NAME
           MOVE AB-DISCRETIONARY(AB-SUB) TO AP-DISCRETIONARY
           MOVE AB-COMPANY-ID(AB-SUB) TO AP-COMPANY-ID
           MOVE AB-SEC-CODE(AB-SUB) TO AP-SEC-CODE
           MOVE AB-ENTRY-DESC(AB-SUB) TO AP-ENTRY-DESC
           MOVE AB-DESC-DATE(AB-SUB) TO AP-DESC-DATE
           MOVE AB-ODFI-ID(AB-SUB) TO AP-ODFI-ID
           MOVE SENDER-ORIGIN TO AP-SENDER-ORIGIN
           MOVE SENDER-NAME TO AP-SENDER-NAME
           MOVE OUR-DESTINATION TO AP-OUR-DESTINATION
           MOVE OUR-NAME TO AP-OUR-NAME
           WRITE ACH-PENDING-DATA
           IF NOT PENDING-STATUS-OK
               DISPLAY "ACH pending WRITE failed for trace "
                   AE-TRACE-NUMBER(AE-SUB) ", status " PENDING-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-RETURN-FILE.
           IF RETURNED-CREDIT-COUNT + RETURNED-DEBIT-COUNT = ZERO
               MOVE "No returns tonight - return file left empty"
                   TO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-RETURN-FILE-HEADER
               MOVE 1 TO AB-SUB
               PERFORM UNTIL AB-SUB > AB-COUNT
                   IF AB-RETURN-COUNT(AB-SUB) > ZERO
                       PERFORM WRITE-RETURN-BATCH
                   END-IF
                   ADD 1 TO AB-SUB
               END-PERFORM
               PERFORM WRITE-RETURN-FILE-CONTROL
               MOVE RTN-FILE-ENTRIES TO EDITED-COUNT
               MOVE SPACES TO WORK-RECORD
               STRING "Return file written - Entries and addenda: "
                      EDITED-COUNT " to " SENDER-NAME
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RETURN-FILE-HEADER.
           *> Addressed back the way the file came: to the sending
           *> point, from us.
           MOVE SPACES TO RTN-RECORD
           MOVE "1" TO RFH-RECORD-TYPE
           MOVE "01" TO RFH-PRIORITY
           MOVE SENDER-ORIGIN TO RFH-DESTINATION
           MOVE OUR-DESTINATION TO RFH-ORIGIN
           MOVE TODAY-DATE(3:6) TO RFH-CREATION-DATE
           MOVE TODAY-TIME TO RFH-CREATION-TIME
           MOVE "A" TO RFH-ID-MODIFIER
           MOVE "094" TO RFH-RECORD-SIZE
           MOVE "10" TO RFH-BLOCKING
           MOVE "1" TO RFH-FORMAT-CODE
           MOVE SENDER-NAME TO RFH-DEST-NAME
           MOVE OUR-NAME TO RFH-ORIGIN-NAME
           WRITE RTN-FILE-HEADER
           ADD 1 TO RTN-RECORD-COUNT.

       WRITE-RETURN-BATCH.
           ADD 1 TO RTN-BATCH-COUNT
           MOVE ZERO TO RTN-BATCH-ENTRIES RTN-BATCH-HASH-WORK
               RTN-BATCH-DEBITS RTN-BATCH-CREDITS
           MOVE SPACES TO RTN-RECORD
           MOVE "5" TO RBH-RECORD-TYPE
           MOVE "200" TO RBH-SERVICE-CLASS
           MOVE AB-COMPANY-NAME(AB-SUB) TO RBH-COMPANY-NAME
           MOVE AB-DISCRETIONARY(AB-SUB) TO RBH-DISCRETIONARY
           MOVE AB-COMPANY-ID(AB-SUB) TO RBH-COMPANY-ID
           MOVE AB-SEC-CODE(AB-SUB) TO RBH-SEC-CODE
           MOVE AB-ENTRY-DESC(AB-SUB) TO RBH-ENTRY-DESC
           MOVE AB-DESC-DATE(AB-SUB) TO RBH-DESC-DATE
           MOVE TODAY-DATE(3:6) TO RBH-EFFECTIVE-DATE
           MOVE "1" TO RBH-ORIGINATOR-STATUS
           MOVE OUR-DFI-ID TO RBH-ODFI-ID
           MOVE RTN-BATCH-COUNT TO RBH-BATCH-NUMBER
           WRITE RTN-BATCH-HEADER
           ADD 1 TO RTN-RECORD-COUNT
           MOVE 1 TO AE-SUB
           PERFORM UNTIL AE-SUB > AE-COUNT
               IF AE-BATCH-SUB(AE-SUB) = AB-SUB
                   AND AE-RETURN-CODE(AE-SUB) NOT = SPACES
                   PERFORM WRITE-RETURN-ENTRY
               END-IF
               ADD 1 TO AE-SUB
           END-PERFORM
           MOVE SPACES TO RTN-RECORD
           MOVE "8" TO RBC-RECORD-TYPE
           MOVE "200" TO RBC-SERVICE-CLASS
           MOVE RTN-BATCH-ENTRIES TO RBC-ENTRY-COUNT
           MOVE RTN-BATCH-HASH-WORK TO RBC-ENTRY-HASH
           MOVE RTN-BATCH-DEBITS TO RBC-TOTAL-DEBITS
           MOVE RTN-BATCH-CREDITS TO RBC-TOTAL-CREDITS
           MOVE AB-COMPANY-ID(AB-SUB) TO RBC-COMPANY-ID
           MOVE OUR-DFI-ID TO RBC-ODFI-ID
           MOVE RTN-BATCH-COUNT TO RBC-BATCH-NUMBER
           WRITE RTN-BATCH-CONTROL
           ADD 1 TO RTN-RECORD-COUNT
           ADD RTN-BATCH-ENTRIES TO RTN-FILE-ENTRIES
           ADD RTN-BATCH-HASH-WORK TO RTN-FILE-HASH-WORK
           ADD RTN-BATCH-DEBITS TO RTN-FILE-DEBITS
           ADD RTN-BATCH-CREDITS TO RTN-FILE-CREDITS.

       WRITE-RETURN-ENTRY.
           *> The return goes to the originating bank, under the
           *> return transaction code (one below the original), with
           *> a trace number of our own; the addenda carries the
           *> original trace so the originator can match it.
           ADD 1 TO RTN-TRACE-SEQ
           MOVE SPACES TO RTN-RECORD
           MOVE "6" TO RED-RECORD-TYPE
           EVALUATE AE-TRAN-CODE(AE-SUB)
               WHEN "22"
               WHEN "23"
                   MOVE "21" TO RED-TRAN-CODE
               WHEN "27"
               WHEN "28"
                   MOVE "26" TO RED-TRAN-CODE
               WHEN "32"
               WHEN "33"
                   MOVE "31" TO RED-TRAN-CODE
               WHEN "37"
               WHEN "38"
                   MOVE "36" TO RED-TRAN-CODE
               WHEN OTHER
                   MOVE AE-TRAN-CODE(AE-SUB) TO RED-TRAN-CODE
           END-EVALUATE
           MOVE AB-ODFI-ID(AB-SUB) TO RED-RDFI-ID
           MOVE AB-ODFI-ID(AB-SUB) TO CHECK-ROUTING
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE CHECK-DIGIT TO RED-CHECK-DIGIT
           MOVE AE-DFI-ACCOUNT(AE-SUB) TO RED-DFI-ACCOUNT
           MOVE AE-AMOUNT(AE-SUB) TO RED-AMOUNT
           MOVE AE-INDIV-ID(AE-SUB) TO RED-INDIV-ID
           MOVE AE-INDIV-NAME(AE-SUB) TO RED-INDIV-NAME
           MOVE "1" TO RED-ADDENDA-IND
           MOVE SPACES TO RED-TRACE-NUMBER
           STRING OUR-DFI-ID RTN-TRACE-SEQ
                  DELIMITED BY SIZE INTO RED-TRACE-NUMBER
           WRITE RTN-ENTRY-DETAIL
           ADD 1 TO RTN-RECORD-COUNT
           IF CHECK-ROUTING IS NUMERIC
               ADD CHECK-ROUTING-NUM TO RTN-BATCH-HASH-WORK
           END-IF
           IF RED-TRAN-CODE(2:1) >= "6"
               ADD AE-AMOUNT(AE-SUB) TO RTN-BATCH-DEBITS
           ELSE
               ADD AE-AMOUNT(AE-SUB) TO RTN-BATCH-CREDITS
           END-IF
           PERFORM FIND-REASON
           MOVE SPACES TO RTN-RECORD
           MOVE "7" TO RAD-RECORD-TYPE
           MOVE "99" TO RAD-ADDENDA-TYPE
           MOVE AE-RETURN-CODE(AE-SUB) TO RAD-RETURN-CODE
           MOVE AE-TRACE-NUMBER(AE-SUB) TO RAD-ORIGINAL-TRACE
           MOVE AE-RDFI-ID(AE-SUB) TO RAD-ORIGINAL-RDFI
           MOVE REASON-TEXT(REASON-SUB) TO RAD-ADDENDA-INFO
           STRING OUR-DFI-ID RTN-TRACE-SEQ
                  DELIMITED BY SIZE INTO RAD-TRACE-NUMBER
           WRITE RTN-ADDENDA
           ADD 1 TO RTN-RECORD-COUNT
           ADD 2 TO RTN-BATCH-ENTRIES.

       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO CHECK-DIGIT
           IF CHECK-ROUTING IS NUMERIC
               COMPUTE CHECK-SUM =
                   3 * CHECK-DIGIT-N(1) + 7 * CHECK-DIGIT-N(2)
                   + CHECK-DIGIT-N(3) + 3 * CHECK-DIGIT-N(4)
                   + 7 * CHECK-DIGIT-N(5) + CHECK-DIGIT-N(6)
                   + 3 * CHECK-DIGIT-N(7) + 7 * CHECK-DIGIT-N(8)
               DIVIDE CHECK-SUM BY 10 GIVING CHECK-QUOTIENT
                   REMAINDER CHECK-REMAINDER
               IF CHECK-REMAINDER > ZERO
                   COMPUTE CHECK-DIGIT = 10 - CHECK-REMAINDER
               END-IF
           END-IF.

       WRITE-RETURN-FILE-CONTROL.
           *> The control counts itself, then the file is padded
           *> with all-nines records to a full block of ten.
           ADD 1 TO RTN-RECORD-COUNT
           DIVIDE RTN-RECORD-COUNT BY 10 GIVING RTN-BLOCK-COUNT
               REMAINDER RTN-BLOCK-REMAINDER
           IF RTN-BLOCK-REMAINDER > ZERO
               ADD 1 TO RTN-BLOCK-COUNT
           END-IF
           MOVE SPACES TO RTN-RECORD
           MOVE "9" TO RFC-RECORD-TYPE
           MOVE RTN-BATCH-COUNT TO RFC-BATCH-COUNT
           MOVE RTN-BLOCK-COUNT TO RFC-BLOCK-COUNT
           MOVE RTN-FILE-ENTRIES TO RFC-ENTRY-COUNT
           MOVE RTN-FILE-HASH-WORK TO RFC-ENTRY-HASH
           MOVE RTN-FILE-DEBITS TO RFC-TOTAL-DEBITS
           MOVE RTN-FILE-CREDITS TO RFC-TOTAL-CREDITS
           WRITE RTN-FILE-CONTROL
           PERFORM UNTIL RTN-BLOCK-REMAINDER = ZERO
               OR RTN-BLOCK-REMAINDER = 10
               MOVE ALL "9" TO RTN-RECORD
               WRITE RTN-RECORD
               ADD 1 TO RTN-BLOCK-REMAINDER
           END-PERFORM.

       WRITE-SETTLEMENT-TOTALS.
           *> Every entry on the file is posted, returned, or a
           *> prenote; the posted and returned amounts must add back
           *> to the file control's debit and credit totals.
           MOVE SPACES TO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE FILE-CREDIT-COUNT TO EDITED-COUNT
           MOVE FILE-CREDITS TO EDITED-TOTAL
           MOVE FILE-DEBIT-COUNT TO EDITED-COUNT-2
           MOVE FILE-DEBITS TO EDITED-TOTAL-2
           MOVE SPACES TO WORK-RECORD
           STRING "Settlement - File:     Credits " EDITED-COUNT
                  " " EDITED-TOTAL "  Debits " EDITED-COUNT-2
                  " " EDITED-TOTAL-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE POSTED-CREDIT-COUNT TO EDITED-COUNT
           MOVE POSTED-CREDIT-AMOUNT TO EDITED-TOTAL
           MOVE POSTED-DEBIT-COUNT TO EDITED-COUNT-2
           MOVE POSTED-DEBIT-AMOUNT TO EDITED-TOTAL-2
           MOVE SPACES TO WORK-RECORD
           STRING "Settlement - Posted:   Credits " EDITED-COUNT
                  " " EDITED-TOTAL "  Debits " EDITED-COUNT-2
                  " " EDITED-TOTAL-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RETURNED-CREDIT-COUNT TO EDITED-COUNT
           MOVE RETURNED-CREDIT-AMOUNT TO EDITED-TOTAL
           MOVE RETURNED-DEBIT-COUNT TO EDITED-COUNT-2
           MOVE RETURNED-DEBIT-AMOUNT TO EDITED-TOTAL-2
           MOVE SPACES TO WORK-RECORD
           STRING "Settlement - Returned: Credits " EDITED-COUNT
                  " " EDITED-TOTAL "  Debits " EDITED-COUNT-2
                  " " EDITED-TOTAL-2
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE PRENOTE-COUNT TO EDITED-COUNT
           MOVE SPACES TO WORK-RECORD
           STRING "Settlement - Prenotes accepted (nothing posted): "
                  EDITED-COUNT
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO REASON-SUB
           PERFORM UNTIL REASON-SUB > 6
               IF REASON-COUNT(REASON-SUB) > ZERO
                   MOVE REASON-COUNT(REASON-SUB) TO EDITED-COUNT
                   MOVE REASON-AMOUNT(REASON-SUB) TO EDITED-TOTAL
                   MOVE SPACES TO WORK-RECORD
                   STRING "  Returned " REASON-CODE(REASON-SUB)
                          " " REASON-TEXT(REASON-SUB)
                          EDITED-COUNT " " EDITED-TOTAL
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO REASON-SUB
           END-PERFORM
           COMPUTE NET-SETTLEMENT =
               (POSTED-CREDIT-AMOUNT - POSTED-DEBIT-AMOUNT)
           MOVE NET-SETTLEMENT TO EDITED-NET
           MOVE SPACES TO WORK-RECORD
           STRING "Net to customer accounts (credits less debits "
                  "posted): " EDITED-NET
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-RECORD
           IF POSTED-CREDIT-AMOUNT + RETURNED-CREDIT-AMOUNT
                   = FILE-CREDITS
               AND POSTED-DEBIT-AMOUNT + RETURNED-DEBIT-AMOUNT
                   = FILE-DEBITS
               AND POSTED-CREDIT-COUNT + POSTED-DEBIT-COUNT
                   + RETURNED-CREDIT-COUNT + RETURNED-DEBIT-COUNT
                   + PRENOTE-COUNT = AE-COUNT
               STRING "SETTLEMENT RECONCILED - file totals equal "
                      "posted plus returned"
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "*** SETTLEMENT OUT OF BALANCE *** posted plus "
                      "returned does not equal the file totals"
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       OPEN-HOLD-FILE.
           *> Read only -- HOLD-MAINT owns the file.  Missing means no
           *> hold has ever been placed.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS-OK
               MOVE "Y" TO HOLDS-ON-FILE
           ELSE
               IF HOLD-STATUS NOT = "35"
                   DISPLAY "Unable to open HOLD-FILE, status "
                       HOLD-STATUS
                   CLOSE ACCOUNT-FILE ACH-RETURN-FILE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WORK-RECORD TO REPORT-RECORD
           WRITE REPORT-RECORD.
