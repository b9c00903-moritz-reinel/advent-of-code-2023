      *> Shared settlement record - the dated settlement extract
      *> (settle.txt) written by AOC23D01SET, one record per document.
      *> SET-SETTLED is line total plus netted-in corrections, valued
      *> under the document's method of record (SET-METHOD). The
      *> status rides at the END of the record: SETTLED as written,
      *> REVERSED once AOC23D01REV has backed the settlement out
      *> together with the posted run under it - a reversed record
      *> stays on the extract for the trail but must not be billed.
       01  SETTLEMENT-RECORD.
           05  SET-RUN-DATE    PIC X(8).
           05  SET-SEP1        PIC X(1).
           05  SET-DOC-ID      PIC X(80).
           05  SET-SEP2        PIC X(1).
           05  SET-LINES       PIC 9(6).
           05  SET-SEP3        PIC X(1).
           05  SET-LINE-TOTAL  PIC 9(9).
           05  SET-SEP4        PIC X(1).
           05  SET-ADJ-LINES   PIC 9(6).
           05  SET-SEP5        PIC X(1).
           05  SET-ADJ-TOTAL   PIC 9(9).
           05  SET-SEP6        PIC X(1).
           05  SET-SETTLED     PIC 9(9).
           05  SET-SEP7        PIC X(1).
           05  SET-METHOD      PIC X(3).
           05  SET-SEP8        PIC X(1).
           05  SET-STATUS      PIC X(8).
