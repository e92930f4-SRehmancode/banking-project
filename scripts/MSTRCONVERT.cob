       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTR-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Each master is declared twice against the same file:
           *> once in the layout it is stored in today, once in the
           *> layout the programs now expect.  The two are never open
           *> together.
           SELECT OLD-HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-HIST-KEY
           FILE STATUS IS OLD-STATUS.
           SELECT HISTORY-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\acct_history.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           FILE STATUS IS NEW-STATUS.
           SELECT OLD-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-SERIAL-KEY
           FILE STATUS IS OLD-STATUS.
           SELECT BATCH-SERIAL-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\batch_serial.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SERIAL-KEY
           FILE STATUS IS NEW-STATUS.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-CUST-ID
           FILE STATUS IS OLD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\customer_data.ps"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS NEW-STATUS.
           SELECT COPY-FILE ASSIGN USING COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL  *> Dated, built at run
               *> time
           FILE STATUS IS COPY-STATUS.
           SELECT REQUEST-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\convert_request.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS REQUEST-STATUS.
           SELECT CONVERT-LOG-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\convert_log.ps"
           ORGANIZATION IS LINE SEQUENTIAL.  *> Line breaks are implicit
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  OLD-HISTORY-RECORD.
           *> History before HIST-BATCH-SERIAL was carried.
           05  OLD-HIST-KEY       PIC X(23).
           05  OLD-HIST-TYPE      PIC X(3).
           05  OLD-HIST-AMOUNT    PIC S9(7)V99.
           05  OLD-HIST-REST      PIC X(12).
       FD  HISTORY-FILE.
           COPY HISTREC.
       FD  OLD-SERIAL-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  OLD-SERIAL-RECORD.
           *> Serial register before SERIAL-REVERSED-DATE was carried.
           05  OLD-SERIAL-KEY     PIC X(6).
           05  OLD-SERIAL-POSTED-DATE PIC X(8).
       FD  BATCH-SERIAL-FILE.
       01  BATCH-SERIAL-RECORD.
           *> Same layout TRANS-POST registers and BATCH-BACKOUT
           *> marks.
           05  SERIAL-KEY         PIC X(6).
           05  SERIAL-POSTED-DATE PIC X(8).
           05  SERIAL-REVERSED-DATE PIC X(8).
       FD  OLD-CUSTOMER-FILE
           RECORD CONTAINS 108 CHARACTERS.
       01  OLD-CUSTOMER-RECORD.
           *> Customer master before the backup-withholding flag and
           *> TIN certification date were carried.
           05  OLD-CUST-ID        PIC 9(6).
           05  OLD-CUST-BODY      PIC X(102).
       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  COPY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  COPY-RECORD            PIC X(120).
       FD  REQUEST-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  REQUEST-RECORD.
           *> Which master to convert, e.g. "HISTORY", and -- only
           *> to restart one whose rebuild did not prove -- the date
           *> of the copy to rebuild it from, e.g.
           *> "HISTORY   20261015".
           05  REQ-MASTER         PIC X(10).
           05  REQ-DATE           PIC X(8).
           05  FILLER             PIC X(2).
       FD  CONVERT-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CONVERT-LOG-RECORD     PIC X(120).
       WORKING-STORAGE SECTION.
       01  OLD-STATUS             PIC XX VALUE "00".
           88  OLD-STATUS-OK      VALUE "00".
       01  NEW-STATUS             PIC XX VALUE "00".
           88  NEW-STATUS-OK      VALUE "00".
       01  COPY-STATUS            PIC XX VALUE "00".
           88  COPY-STATUS-OK     VALUE "00".
       01  REQUEST-STATUS         PIC XX VALUE "00".
           88  REQUEST-STATUS-OK  VALUE "00".
       01  CONVERT-EOF            PIC X VALUE "N".
           88  CONVERT-EOF-SW     VALUE "Y".
       01  UNLOAD-RESULT          PIC X VALUE "Y".
           88  UNLOAD-PASSED      VALUE "Y".
       01  NOTHING-ON-FILE        PIC X VALUE "N".
           88  NOTHING-ON-FILE-SW VALUE "Y".
       01  COPY-NAME              PIC X(80).
       01  COPY-DATE              PIC X(8).
       01  CONVERT-COUNTS.
           05  UNLOAD-COUNT       PIC 9(9).
           05  UNLOAD-HASH        PIC S9(11)V99.
           05  RECORD-COUNT       PIC 9(9).
           05  HASH-TOTAL         PIC S9(11)V99.
           05  HAVE-TRAILER       PIC X VALUE "N".
               88  HAVE-TRAILER-SW VALUE "Y".
       01  TRAILER-LINE.
           *> Proof figures the rebuild must reproduce, in the same
           *> shape MSTR-UNLOAD writes with a wider count -- history
           *> runs well past a million rows.
           05  TRAILER-TAG        PIC X(8) VALUE "TRAILER ".
           05  TRAILER-COUNT      PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  TRAILER-HASH       PIC -(11)9.99.
       01  TRAILER-FIELDS.
           05  TRAILER-IN-COUNT   PIC 9(9).
           05  TRAILER-IN-HASH    PIC S9(11)V99.
       01  WORK-RECORD            PIC X(120) VALUE SPACES.
       01  EDITED-PROOF.
           05  EDITED-COUNT       PIC Z(8)9.
           05  EDITED-HASH        PIC -(11)9.99.
           05  EDITED-T-COUNT     PIC Z(8)9.
           05  EDITED-T-HASH      PIC -(11)9.99.
       PROCEDURE DIVISION.
       *> One-off layout conversion for the masters whose records
       *> grew a trailing field and that MSTR-UNLOAD/MSTR-RELOAD do
       *> not carry: acct_history.ps (HIST-BATCH-SERIAL, 47 -> 53),
       *> batch_serial.ps (SERIAL-REVERSED-DATE, 14 -> 22) and
       *> customer_data.ps (CUST-WHOLD-STR and CUST-TIN-CERT-DATE,
       *> 108 -> 117).  Run once per master, off-stream, before the
       *> night the new programs first run.  The live file is read
       *> through its old layout onto a dated sequential copy with
       *> a count and hash trailer, then rebuilt in the new layout
       *> from that copy -- the new fields come in blank, which every
       *> reader takes as "not carried" -- and the rebuild is proved
       *> against the trailer the way MSTR-RELOAD proves a reload.
       *> Nothing is rebuilt unless the copy was written whole.  A
       *> master that is not present is a fresh install and needs
       *> nothing; one already in the new layout comes back from its
       *> old-layout OPEN or READ with a length conflict and is left
       *> alone.  If a rebuild does not prove, the copy is the
       *> recovery point: rerun with its date on the request to
       *> rebuild from it without unloading again.
       OPEN INPUT REQUEST-FILE.
       IF NOT REQUEST-STATUS-OK
           DISPLAY "No conversion request, status " REQUEST-STATUS
           *> Nonzero on every path short of a proven-GOOD rebuild or
           *> a master with nothing on file.
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       READ REQUEST-FILE
           AT END
               DISPLAY "Conversion request file is empty"
               CLOSE REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-READ
       CLOSE REQUEST-FILE.
       OPEN OUTPUT CONVERT-LOG-FILE.
       IF REQ-DATE = SPACES
           MOVE FUNCTION CURRENT-DATE(1:8) TO COPY-DATE
       ELSE
           MOVE REQ-DATE TO COPY-DATE
       END-IF
       MOVE SPACES TO COPY-NAME
       EVALUATE REQ-MASTER
           WHEN "HISTORY"
               STRING "C:\banking-mainframe-project\scripts\bin\"
                      "hist_convert_" COPY-DATE ".ps"
                      DELIMITED BY SIZE INTO COPY-NAME
           WHEN "SERIAL"
               STRING "C:\banking-mainframe-project\scripts\bin\"
                      "serial_convert_" COPY-DATE ".ps"
                      DELIMITED BY SIZE INTO COPY-NAME
           WHEN "CUSTOMER"
               STRING "C:\banking-mainframe-project\scripts\bin\"
                      "cust_convert_" COPY-DATE ".ps"
                      DELIMITED BY SIZE INTO COPY-NAME
           WHEN OTHER
               MOVE SPACES TO WORK-RECORD
               STRING "Unknown master '" REQ-MASTER
                      "' - nothing converted"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-CONVERT-LOG
               CLOSE CONVERT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       IF REQ-DATE = SPACES
           MOVE ZERO TO UNLOAD-COUNT UNLOAD-HASH
           EVALUATE REQ-MASTER
               WHEN "HISTORY"
                   PERFORM UNLOAD-OLD-HISTORY
               WHEN "SERIAL"
                   PERFORM UNLOAD-OLD-SERIAL
               WHEN "CUSTOMER"
                   PERFORM UNLOAD-OLD-CUSTOMER
           END-EVALUATE
           IF NOTHING-ON-FILE-SW
               CLOSE CONVERT-LOG-FILE
               STOP RUN
           END-IF
           IF NOT UNLOAD-PASSED
               MOVE SPACES TO WORK-RECORD
               STRING REQ-MASTER " left exactly as it was - "
                      "nothing rebuilt"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-CONVERT-LOG
               CLOSE CONVERT-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       OPEN INPUT COPY-FILE.
       IF NOT COPY-STATUS-OK
           MOVE SPACES TO WORK-RECORD
           STRING "Conversion copy for " COPY-DATE
                  " not found, status " COPY-STATUS
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CONVERT-LOG
           CLOSE CONVERT-LOG-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE ZERO TO RECORD-COUNT HASH-TOTAL
       MOVE "N" TO CONVERT-EOF
       EVALUATE REQ-MASTER
           WHEN "HISTORY"
               PERFORM REBUILD-HISTORY
           WHEN "SERIAL"
               PERFORM REBUILD-SERIAL
           WHEN "CUSTOMER"
               PERFORM REBUILD-CUSTOMER
       END-EVALUATE
       CLOSE COPY-FILE.
       PERFORM PROVE-CONVERSION.
       CLOSE CONVERT-LOG-FILE.
       STOP RUN.

       UNLOAD-OLD-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE
           PERFORM CHECK-OLD-OPEN
           IF UNLOAD-PASSED AND NOT NOTHING-ON-FILE-SW
               PERFORM OPEN-COPY-OUTPUT
               IF NOT UNLOAD-PASSED
                   CLOSE OLD-HISTORY-FILE
               END-IF
           END-IF
           IF UNLOAD-PASSED AND NOT NOTHING-ON-FILE-SW
               MOVE "N" TO CONVERT-EOF
               PERFORM UNTIL CONVERT-EOF-SW
                   READ OLD-HISTORY-FILE
                       AT END MOVE "Y" TO CONVERT-EOF
                       NOT AT END
                           IF OLD-STATUS-OK
                               ADD 1 TO UNLOAD-COUNT
                               ADD OLD-HIST-AMOUNT TO UNLOAD-HASH
                               MOVE SPACES TO COPY-RECORD
                               MOVE OLD-HISTORY-RECORD TO COPY-RECORD
                               PERFORM WRITE-COPY-RECORD
                           END-IF
                   END-READ
                   PERFORM CHECK-OLD-READ
               END-PERFORM
               CLOSE OLD-HISTORY-FILE
               PERFORM CLOSE-COPY-OUTPUT
           END-IF.

       UNLOAD-OLD-SERIAL.
           *> Control data, not money: the proof is the record count
           *> alone, hash zero by convention.
           OPEN INPUT OLD-SERIAL-FILE
           PERFORM CHECK-OLD-OPEN
           IF UNLOAD-PASSED AND NOT NOTHING-ON-FILE-SW
               PERFORM OPEN-COPY-OUTPUT
               IF NOT UNLOAD-PASSED
                   CLOSE OLD-SERIAL-FILE
               END-IF
           END-IF
           IF UNLOAD-PASSED AND NOT NOTHING-ON-FILE-SW
               MOVE "N" TO CONVERT-EOF
               PERFORM UNTIL CONVERT-EOF-SW
                   READ OLD-SERIAL-FILE
                       AT END MOVE "Y" TO CONVERT-EOF
                       NOT AT END
                           IF OLD-STATUS-OK
                               ADD 1 TO UNLOAD-COUNT
                               MOVE SPACES TO COPY-RECORD
                               MOVE OLD-SERIAL-RECORD TO COPY-RECORD
                               PERFORM WRITE-COPY-RECORD
                           END-IF
                   END-READ
                   PERFORM CHECK-OLD-READ
               END-PERFORM
               CLOSE OLD-SERIAL-FILE
               PERFORM CLOSE-COPY-OUTPUT
           END-IF.

       UNLOAD-OLD-CUSTOMER.
           *> Names and addresses, not money: count only, as above.
           OPEN INPUT OLD-CUSTOMER-FILE
           PERFORM CHECK-OLD-OPEN
           IF UNLOAD-PASSED AND NOT NOTHING-ON-FILE-SW
               PERFORM OPEN-COPY-OUTPUT
               IF NOT UNLOAD-PASSED
                   CLOSE OLD-CUSTOMER-FILE
               END-IF
           END-IF
           IF UNLOAD-PASSED AND NOT NOTHING-ON-FILE-SW
               MOVE "N" TO CONVERT-EOF
               PERFORM UNTIL CONVERT-EOF-SW
                   READ OLD-CUSTOMER-FILE
                       AT END MOVE "Y" TO CONVERT-EOF
                       NOT AT END
                           IF OLD-STATUS-OK
                               ADD 1 TO UNLOAD-COUNT
                               MOVE SPACES TO COPY-RECORD
                               MOVE OLD-CUSTOMER-RECORD TO
                                   COPY-RECORD
                               PERFORM WRITE-COPY-RECORD
                           END-IF
                   END-READ
                   PERFORM CHECK-OLD-READ
               END-PERFORM
               CLOSE OLD-CUSTOMER-FILE
               PERFORM CLOSE-COPY-OUTPUT
           END-IF.

       CHECK-OLD-OPEN.
           MOVE "Y" TO UNLOAD-RESULT
           EVALUATE TRUE
               WHEN OLD-STATUS-OK
                   CONTINUE
               WHEN OLD-STATUS = "35"
                   MOVE "Y" TO NOTHING-ON-FILE
                   MOVE SPACES TO WORK-RECORD
                   STRING REQ-MASTER " not on file - nothing to "
                          "convert, the new programs create it"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-CONVERT-LOG
               WHEN OTHER
                   *> A file already in the new layout is refused
                   *> here (length conflict) as often as on the read.
                   MOVE "N" TO UNLOAD-RESULT
                   MOVE SPACES TO WORK-RECORD
                   STRING REQ-MASTER " will not open in the old "
                          "layout, status " OLD-STATUS
                          " - already converted?"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-CONVERT-LOG
           END-EVALUATE.

       CHECK-OLD-READ.
           *> Anything but a clean read or end of file stops the
           *> unload; a record that does not fit the old layout means
           *> the file was converted already.
           IF NOT OLD-STATUS-OK AND OLD-STATUS NOT = "10"
               MOVE "N" TO UNLOAD-RESULT
               MOVE "Y" TO CONVERT-EOF
               MOVE SPACES TO WORK-RECORD
               STRING REQ-MASTER " read failed in the old layout, "
                      "status " OLD-STATUS
                      " - already converted?"
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-CONVERT-LOG
           END-IF.

       OPEN-COPY-OUTPUT.
           OPEN OUTPUT COPY-FILE
           IF NOT COPY-STATUS-OK
               MOVE "N" TO UNLOAD-RESULT
               MOVE SPACES TO WORK-RECORD
               STRING "Conversion copy will not open, status "
                      COPY-STATUS
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-CONVERT-LOG
           END-IF.

       WRITE-COPY-RECORD.
           WRITE COPY-RECORD
           IF NOT COPY-STATUS-OK
               MOVE "N" TO UNLOAD-RESULT
               MOVE "Y" TO CONVERT-EOF
               MOVE SPACES TO WORK-RECORD
               STRING "Conversion copy WRITE failed, status "
                      COPY-STATUS
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-CONVERT-LOG
           END-IF.

       CLOSE-COPY-OUTPUT.
           *> The trailer goes on only behind a whole copy, so a
           *> restart can never rebuild from a short one.
           IF UNLOAD-PASSED
               MOVE UNLOAD-COUNT TO TRAILER-COUNT
               MOVE UNLOAD-HASH TO TRAILER-HASH
               MOVE SPACES TO COPY-RECORD
               MOVE TRAILER-LINE TO COPY-RECORD
               PERFORM WRITE-COPY-RECORD
           END-IF
           CLOSE COPY-FILE
           IF UNLOAD-PASSED
               MOVE SPACES TO WORK-RECORD
               STRING REQ-MASTER " unloaded in the old layout - "
                      "Records: " TRAILER-COUNT " Hash: " TRAILER-HASH
                      DELIMITED BY SIZE INTO WORK-RECORD
               PERFORM WRITE-CONVERT-LOG
           END-IF.

       REBUILD-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF NOT NEW-STATUS-OK
               PERFORM LOG-REBUILD-OPEN-FAILURE
           ELSE
               PERFORM UNTIL CONVERT-EOF-SW
                   READ COPY-FILE
                       AT END MOVE "Y" TO CONVERT-EOF
                       NOT AT END
                           IF COPY-RECORD(1:8) = "TRAILER "
                               PERFORM PARSE-TRAILER
                           ELSE
                               *> The copy line is blank past the
                               *> old record, so HIST-BATCH-SERIAL
                               *> comes in as spaces.
                               MOVE COPY-RECORD TO HISTORY-DATA
                               WRITE HISTORY-DATA
                               IF NEW-STATUS-OK
                                   ADD 1 TO RECORD-COUNT
                                   ADD HIST-AMOUNT TO HASH-TOTAL
                               ELSE
                                   PERFORM LOG-REBUILD-WRITE-FAILURE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       REBUILD-SERIAL.
           OPEN OUTPUT BATCH-SERIAL-FILE
           IF NOT NEW-STATUS-OK
               PERFORM LOG-REBUILD-OPEN-FAILURE
           ELSE
               PERFORM UNTIL CONVERT-EOF-SW
                   READ COPY-FILE
                       AT END MOVE "Y" TO CONVERT-EOF
                       NOT AT END
                           IF COPY-RECORD(1:8) = "TRAILER "
                               PERFORM PARSE-TRAILER
                           ELSE
                               *> Nothing registered before the
                               *> back-out existed was reversed.
                               MOVE COPY-RECORD TO BATCH-SERIAL-RECORD
                               WRITE BATCH-SERIAL-RECORD
                               IF NEW-STATUS-OK
                                   ADD 1 TO RECORD-COUNT
                               ELSE
                                   PERFORM LOG-REBUILD-WRITE-FAILURE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-SERIAL-FILE
           END-IF.

       REBUILD-CUSTOMER.
           OPEN OUTPUT CUSTOMER-FILE
           IF NOT NEW-STATUS-OK
               PERFORM LOG-REBUILD-OPEN-FAILURE
           ELSE
               PERFORM UNTIL CONVERT-EOF-SW
                   READ COPY-FILE
                       AT END MOVE "Y" TO CONVERT-EOF
                       NOT AT END
                           IF COPY-RECORD(1:8) = "TRAILER "
                               PERFORM PARSE-TRAILER
                           ELSE
                               *> Blank withholding flag = not
                               *> withheld, blank certification
                               *> date = never certified; CUST-MAINT
                               *> "W" keys both.
                               MOVE COPY-RECORD TO CUSTOMER-DATA
                               WRITE CUSTOMER-DATA
                               IF NEW-STATUS-OK
                                   ADD 1 TO RECORD-COUNT
                               ELSE
                                   PERFORM LOG-REBUILD-WRITE-FAILURE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       LOG-REBUILD-OPEN-FAILURE.
           *> The live file is untouched; the copy still holds it.
           MOVE SPACES TO WORK-RECORD
           STRING REQ-MASTER " will not open to rebuild, status "
                  NEW-STATUS
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CONVERT-LOG
           MOVE "Y" TO CONVERT-EOF.

       LOG-REBUILD-WRITE-FAILURE.
           MOVE SPACES TO WORK-RECORD
           STRING "WRITE failed, status " NEW-STATUS " record '"
                  COPY-RECORD(1:40) "'"
                  DELIMITED BY SIZE INTO WORK-RECORD
           PERFORM WRITE-CONVERT-LOG.

       PARSE-TRAILER.
           *> Layout mirrors TRAILER-LINE above: tag(8), count(9),
           *> blank, signed hash edited -(11)9.99 (16).
           MOVE "Y" TO HAVE-TRAILER
           MOVE COPY-RECORD(9:9) TO TRAILER-IN-COUNT
           MOVE FUNCTION NUMVAL(COPY-RECORD(19:16)) TO
               TRAILER-IN-HASH.

       PROVE-CONVERSION.
           MOVE RECORD-COUNT TO EDITED-COUNT
           MOVE HASH-TOTAL TO EDITED-HASH
           MOVE TRAILER-IN-COUNT TO EDITED-T-COUNT
           MOVE TRAILER-IN-HASH TO EDITED-T-HASH
           MOVE SPACES TO WORK-RECORD
           IF NOT HAVE-TRAILER-SW
               STRING "No trailer on the copy - conversion of "
                      REQ-MASTER " UNPROVEN, do not release"
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
           IF RECORD-COUNT = TRAILER-IN-COUNT
               AND HASH-TOTAL = TRAILER-IN-HASH
               STRING "Conversion of " REQ-MASTER " from " COPY-DATE
                      " GOOD - Records: " EDITED-COUNT
                      " Hash: " EDITED-HASH
                      DELIMITED BY SIZE INTO WORK-RECORD
           ELSE
               STRING "*** MISMATCH *** " REQ-MASTER
                      " rebuilt " EDITED-COUNT "/" EDITED-HASH
                      " but trailer says " EDITED-T-COUNT "/"
                      EDITED-T-HASH " - HOLD"
                      DELIMITED BY SIZE INTO WORK-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           PERFORM WRITE-CONVERT-LOG.

       WRITE-CONVERT-LOG.
           MOVE WORK-RECORD TO CONVERT-LOG-RECORD
           WRITE CONVERT-LOG-RECORD.
