      *> ACH entry awaiting posting, kept in the line sequential
      *> ach_pending.ps.  ACH-INTAKE appends one record for every
      *> entry it puts into the daily batch; ACH-RECON, after
      *> TRANS-POST, looks for each one in history under its batch
      *> serial and returns the ones that did not land.  An entry
      *> whose batch has not been through TRANS-POST yet is carried
      *> forward to the next night.  Each record carries what a
      *> return needs -- the original entry and its batch header and
      *> file identity -- so the return can be built without the
      *> original file.
       01  ACH-PENDING-DATA.
           05  AP-SERIAL          PIC X(6).    *> Daily batch serial
           05  AP-INTAKE-DATE     PIC X(8).    *> YYYYMMDD queued
           05  AP-ACCT-ID         PIC 9(6).
           05  AP-KIND            PIC X(1).    *> C credit, D debit
               88  AP-CREDIT      VALUE "C".
               88  AP-DEBIT       VALUE "D".
           05  AP-TRAN-CODE       PIC X(2).
           05  AP-RDFI-ID         PIC X(8).
           05  AP-DFI-ACCOUNT     PIC X(17).
           05  AP-AMOUNT          PIC 9(8)V99.
           05  AP-INDIV-ID        PIC X(15).
           05  AP-INDIV-NAME      PIC X(22).
           05  AP-TRACE-NUMBER    PIC X(15).
           05  AP-BATCH-NUMBER    PIC X(7).    *> Original batch
           05  AP-COMPANY-NAME    PIC X(16).
           05  AP-DISCRETIONARY   PIC X(20).
           05  AP-COMPANY-ID      PIC X(10).
           05  AP-SEC-CODE        PIC X(3).
           05  AP-ENTRY-DESC      PIC X(10).
           05  AP-DESC-DATE       PIC X(6).
           05  AP-ODFI-ID         PIC X(8).    *> Where a return goes
           05  AP-SENDER-ORIGIN   PIC X(10).
           05  AP-SENDER-NAME     PIC X(23).
           05  AP-OUR-DESTINATION PIC X(10).
           05  AP-OUR-NAME        PIC X(23).
