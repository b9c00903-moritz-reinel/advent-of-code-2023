      *> how many lines it rejected, the final total, the elapsed time
      *> and how the run ended (CLEAN, EXCEPTIONS, WARNING, FLAGGED,
      *> REJECTED, OVERFLOW, RECONFAIL, BADCONFIG, CHAINHALT,
      *> DUPLICATE, FORCED, REVERSED, PENDING, DENIED), with the
      *> operator id signed on through the OPERATOR parm card riding
      *> at the end of the record. The same word is mirrored in the
      *> program's return code - 0 clean, 4 completed with exceptions
      *> or warnings or held pending a second operator's approval,
      *> 8 halted on overflow, a failed reconciliation or a privileged
      *> function the operator is not authorized for, 12 bad
      *> configuration - so the scheduler and the auditors finally
      *> see the same story.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE    PIC X(8).
           05  AUD-SEP1        PIC X(1).
           05  AUD-ELAPSED-CS  PIC 9(9).
           05  AUD-SEP8        PIC X(1).
           05  AUD-STATUS      PIC X(10).
           05  AUD-SEP9        PIC X(1).
           05  AUD-OPERATOR    PIC X(8).
