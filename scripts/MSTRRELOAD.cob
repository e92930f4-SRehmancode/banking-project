       01  YTD-RECORD.
           05  YTD-ACCT-ID        PIC 9(6).
           05  YTD-INTEREST       PIC 9(9)V99.
           05  YTD-WITHHELD       PIC 9(9)V99.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CHECKPOINT-KEY     PIC X(4).
                       IF BACKUP-RECORD(1:8) = "TRAILER "
                           PERFORM PARSE-TRAILER
                       ELSE
                           MOVE BACKUP-RECORD TO ACCOUNT-DATA
                           WRITE ACCOUNT-DATA
                           IF ACCOUNT-STATUS-OK
                               ADD 1 TO RECORD-COUNT
                       IF BACKUP-RECORD(1:8) = "TRAILER "
                           PERFORM PARSE-TRAILER
                       ELSE
                           MOVE BACKUP-RECORD(1:28) TO YTD-RECORD
                           *> A backup cut before the withheld-to-date
                           *> figure was carried has blanks there.
                           IF YTD-WITHHELD IS NOT NUMERIC
                               MOVE ZERO TO YTD-WITHHELD
                           END-IF
                           WRITE YTD-RECORD
                           IF YTD-STATUS-OK
                               ADD 1 TO RECORD-COUNT
                               MOVE SPACES TO WORK-RECORD
                               STRING "WRITE failed, status "
                                      YTD-STATUS " record '"
                                      BACKUP-RECORD(1:28) "'"
                                      DELIMITED BY SIZE
                                      INTO WORK-RECORD
                               PERFORM WRITE-RELOAD-LOG
