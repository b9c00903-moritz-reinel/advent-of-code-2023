      *> appended detail and fake a zero-variance same-day movement -
      *> the run is refused up front unless FORCE=Y is on the parm
      *> card, and a forced rerun stamps FORCED here and on the audit
      *> log so the override is on the record. A posted run backed out
      *> by AOC23D01REV is re-stamped REVERSED and no longer blocks a
      *> rerun.
       01  RUN-CONTROL-RECORD.
           05  RCT-RUN-DATE    PIC X(8).
           05  RCT-SEP1        PIC X(1).
