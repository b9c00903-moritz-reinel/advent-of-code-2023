      *> Shared supplier reject-notice trail - the notices.dat dataset.
      *> One record per open rejected line the supplier has to fix,
      *> keyed on supplier code, document and sequence number, so the
      *> dataset read in key order is already grouped by supplier and
      *> document. AOC23D01NTC adds a record PENDING for every open
      *> exception the supplier has not yet been told about, and stamps
      *> it SENT with the notice date once it is on a notice file.
      *> AOC23D01NTI stamps it ANSWERED with the reply date when the
      *> supplier's corrected line is taken in, and refuses a reply to
      *> a line that was never sent or was already answered. A line
      *> still open after its answer has been reworked is put back to
      *> PENDING and notified again. The method flags say which
      *> calibration method rejected the line - both may be set.
       01  NOTICE-TRAIL-RECORD.
           05  NTR-KEY.
               10  NTR-SUPPLIER-CODE   PIC X(8).
               10  NTR-DOC-ID          PIC X(20).
               10  NTR-SEQ-NO          PIC 9(6).
           05  NTR-PT1-FLAG        PIC X(1).
           05  NTR-PT2-FLAG        PIC X(1).
           05  NTR-TEXT            PIC X(60).
           05  NTR-RUN-DATE        PIC X(8).
           05  NTR-STATE           PIC X(8).
           05  NTR-NOTICE-DATE     PIC X(8).
           05  NTR-REPLY-DATE      PIC X(8).
