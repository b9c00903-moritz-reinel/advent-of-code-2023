      *> Shared report-distribution log record - the rptlog.txt
      *> dataset. Every program that writes a paged report dataset
      *> (AOC23D01VAR, DST, SUM, AGE, INQ, SET) appends one record per
      *> recipient list the distribution control file routes that
      *> report to for this run, or one UNASSIGNED record when no
      *> card names it, with the page and line counts of the dataset
      *> so the copy that reaches a recipient can be checked whole.
       01  REPORT-LOG-RECORD.
           05  RPL-RUN-DATE    PIC X(8).
           05  RPL-SEP1        PIC X(1).
           05  RPL-RUN-TIME    PIC X(6).
           05  RPL-SEP2        PIC X(1).
           05  RPL-REPORT-ID   PIC X(14).
           05  RPL-SEP3        PIC X(1).
           05  RPL-RUN-NAME    PIC X(10).
           05  RPL-SEP4        PIC X(1).
           05  RPL-RECIPIENTS  PIC X(20).
           05  RPL-SEP5        PIC X(1).
           05  RPL-PAGES       PIC 9(4).
           05  RPL-SEP6        PIC X(1).
           05  RPL-LINES       PIC 9(6).
           05  RPL-SEP7        PIC X(1).
           05  RPL-DATASET     PIC X(80).
