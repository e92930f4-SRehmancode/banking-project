           "C:\banking-mainframe-project\scripts\bin\batch_status.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS BATCH-STATUS-STATUS.
           SELECT XREF-STATUS-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\xref_status.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
           FILE STATUS IS XREF-STATUS-STATUS.
           SELECT OUTPUT-SCAN-FILE ASSIGN TO
           "C:\banking-mainframe-project\scripts\bin\output.ps"
           ORGANIZATION IS LINE SEQUENTIAL  *> Line breaks are implicit
       FD  BATCH-STATUS-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  BATCH-STATUS-RECORD    PIC X(4).
       FD  XREF-STATUS-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  XREF-STATUS-RECORD     PIC X(4).
       FD  OUTPUT-SCAN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  OUTPUT-SCAN-RECORD     PIC X(120).
           88  EDIT-STATUS-OK     VALUE "00".
       01  BATCH-STATUS-STATUS    PIC XX VALUE "00".
           88  BATCH-STATUS-OK    VALUE "00".
       01  XREF-STATUS-STATUS     PIC XX VALUE "00".
           88  XREF-STATUS-OK     VALUE "00".
       01  SCAN-STATUS            PIC XX VALUE "00".
           88  SCAN-STATUS-OK     VALUE "00".
       01  PROOF-SCAN-STATUS      PIC XX VALUE "00".
           *> name (drives the step-specific gates below), and the
           *> host command the step runs.
           05  STEP-COUNT         PIC 9(2) VALUE ZERO.
           05  STEP-ENTRY OCCURS 40 TIMES.
               10  STEP-NUM       PIC X(3).
               10  STEP-NAME      PIC X(20).  *> Room for the longest
                   *> program name -- "CALC-INTEREST" is 13, and a
       PROCEDURE DIVISION.
       *> Runs the nightly steps in order from the job-control
       *> definition, records each step's start/end and outcome, and
       *> halts the stream on a step failure, a NOGO edit, batch or
       *> integrity indicator, or OUT OF BALANCE control totals.  On
       *> rerun, steps already marked OK are skipped, so the stream
       *> resumes at the failure.
       OPEN INPUT JOB-STREAM-FILE.
       IF NOT STREAM-STATUS-OK
           DISPLAY "Unable to open JOB-STREAM-FILE, status "
                       IF JOB-STREAM-RECORD = SPACES
                           CONTINUE
                       ELSE
                       IF STEP-COUNT < 40
                           ADD 1 TO STEP-COUNT
                           MOVE 1 TO PARSE-POINTER
                           UNSTRING JOB-STREAM-RECORD

       CHECK-STEP-GATES.
           *> A clean return code is necessary but not sufficient:
           *> the edit steps and the cross-file integrity check must
           *> have published GO, and the interest step's control
           *> totals must not have come back OUT OF BALANCE.
           MOVE "Y" TO GATE-RESULT
           IF STEP-NAME(STEP-SUB) = "ACCT-EDIT"
               PERFORM CHECK-EDIT-GATE
           IF STEP-NAME(STEP-SUB) = "BATCH-EDIT"
               PERFORM CHECK-BATCH-GATE
           END-IF
           IF STEP-NAME(STEP-SUB) = "XREF-CHECK"
               PERFORM CHECK-XREF-GATE
           END-IF
           IF STEP-NAME(STEP-SUB) = "CALC-INTEREST"
               PERFORM CHECK-BALANCE-GATE
           END-IF
               END-IF
           END-IF.

       CHECK-XREF-GATE.
           *> Same indicator convention again: a severe cross-file
           *> exception -- an account claimed by two customers, a
           *> currency with no rate, accrued interest with no master
           *> -- holds the stream here, ahead of CALC-INTEREST.
           MOVE "00" TO XREF-STATUS-STATUS
           OPEN INPUT XREF-STATUS-FILE
           IF NOT XREF-STATUS-OK
               MOVE "N" TO GATE-RESULT
               MOVE "Integrity indicator missing - holding the stream"
                   TO WORK-RECORD
               PERFORM WRITE-DRIVER-LOG
           ELSE
               READ XREF-STATUS-FILE
                   AT END
                       MOVE "N" TO GATE-RESULT
                   NOT AT END
                       IF XREF-STATUS-RECORD NOT = "GO"
                           MOVE "N" TO GATE-RESULT
                       END-IF
               END-READ
               CLOSE XREF-STATUS-FILE
               IF NOT GATE-PASSED
                   MOVE SPACES TO WORK-RECORD
                   STRING "Integrity indicator is NOGO - holding "
                          "the stream"
                          DELIMITED BY SIZE INTO WORK-RECORD
                   PERFORM WRITE-DRIVER-LOG
               END-IF
           END-IF.

       CHECK-BALANCE-GATE.
           MOVE "N" TO SCAN-EOF
           MOVE "00" TO SCAN-STATUS
