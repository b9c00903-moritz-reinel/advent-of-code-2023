      *> Shared document master record - the docmast.dat dataset.
      *> One record per calibration document the suite will accept,
      *> keyed on the document-id (the upper-cased input file name,
      *> as every program derives it). It says which supplier sends
      *> the document, the language its lines are written in, whether
      *> the document is still ACTIVE or has been CLOSED, and the
      *> range of data-record counts a genuine delivery falls in.
      *> Maintained only through AOC23D01DMS, which keeps the change
      *> audit trail; AOC23D01EDT, AOC23D01PT1 and AOC23D01PT2 refuse
      *> a document that is missing, closed, or run under a LANGUAGE
      *> card that does not match its registered language, and the
      *> batch drivers reject such an entry on the file list.
       01  DOC-MASTER-RECORD.
           05  DMS-DOC-ID          PIC X(20).
           05  DMS-SUPPLIER-CODE   PIC X(8).
           05  DMS-SUPPLIER-NAME   PIC X(30).
           05  DMS-LANG            PIC X(2).
           05  DMS-STATE           PIC X(6).
           05  DMS-MIN-LINES       PIC 9(6).
           05  DMS-MAX-LINES       PIC 9(6).
           05  DMS-CHANGE-DATE     PIC X(8).
