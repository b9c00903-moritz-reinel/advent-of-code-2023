      *> latest record for their document when the VALIDATE=Y parm
      *> card is in force and refuse to process anything that has not
      *> been stamped ACCEPTED - garbage is stopped at the door, not
      *> discovered in reconciliation. DCS-TRL-COUNT carries the
      *> record count from the supplier's trailer (TRL;) record for
      *> the balancing report (AOC23D01BAL). It sits at the END of
      *> the record so that records written before it existed still
      *> parse - they
      *> read back with a blank count, which the balancing report
      *> shows as no trailer count on file.
       01  DOC-STATUS-RECORD.
           05  DCS-RUN-DATE    PIC X(8).
           05  DCS-SEP1        PIC X(1).
           05  DCS-DOC-ID      PIC X(20).
           05  DCS-SEP3        PIC X(1).
           05  DCS-STATUS      PIC X(8).
           05  DCS-SEP4        PIC X(1).
           05  DCS-TRL-COUNT   PIC 9(6).
