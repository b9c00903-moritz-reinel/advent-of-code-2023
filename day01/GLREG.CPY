      *> Shared general-ledger journal register record - glreg.txt.
      *> AOC23D01GLJ appends one record per journal batch it builds,
      *> keyed by the settlement date the batch was cut from, with the
      *> batch's detail record count and debit and credit totals. A
      *> settlement date already on the register is never journaled
      *> a second time, and AOC23D01REV will not reverse a settlement
      *> whose date is on it - once the ledger has the figures, a
      *> correction goes through as a correcting journal.
       01  GL-REGISTER-RECORD.
           05  GLR-SETTLE-DATE PIC X(8).
           05  GLR-SEP1        PIC X(1).
           05  GLR-BATCH-ID    PIC X(10).
           05  GLR-SEP2        PIC X(1).
           05  GLR-RUN-DATE    PIC X(8).
           05  GLR-SEP3        PIC X(1).
           05  GLR-RUN-TIME    PIC X(6).
           05  GLR-SEP4        PIC X(1).
           05  GLR-RECORDS     PIC 9(6).
           05  GLR-SEP5        PIC X(1).
           05  GLR-DEBITS      PIC 9(9).
           05  GLR-SEP6        PIC X(1).
           05  GLR-CREDITS     PIC 9(9).
