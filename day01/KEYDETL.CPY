      *> Shared keyed detail record - the linedetl.dat dataset.
      *> One record per document line, keyed on document-id plus
      *> sequence number. The PT1 (digit-only) and PT2 (digit-and-
      *> word) values sit side by side, each with its own presence
      *> flag, so loading one method's extract never overwrites the
      *> other's value. Which of the two values bills is decided per
      *> document by the method of record, not by load order.
      *> The line text is an alternate key, with duplicates, so the
      *> dataset can be read by text as well - every SELECT of
      *> linedetl.dat must declare it, and a dataset built before it
      *> existed is rebuilt by reloading it with AOC23D01DTL.
       01  KEYED-DETAIL-RECORD.
           05  KDT-KEY.
               10  KDT-DOC-ID      PIC X(80).
               10  KDT-SEQ-NO      PIC 9(6).
           05  KDT-TEXT            PIC X(60).
           05  KDT-PT1-FLAG        PIC X(1).
           05  KDT-PT1-VALUE       PIC 9(2).
           05  KDT-PT2-FLAG        PIC X(1).
           05  KDT-PT2-VALUE       PIC 9(2).
