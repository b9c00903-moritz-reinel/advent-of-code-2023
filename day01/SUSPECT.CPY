      *> Shared suspect-document record - the suspect.dat dataset,
      *> keyed on document id. AOC23D01DUP flags a document SUSPECT
      *> when more than the DUPPCT percentage of its lines repeat the
      *> text of lines in an earlier document, and records the counts
      *> behind the flag. A hold card makes it HELD, which keeps it
      *> off the settlement extract - AOC23D01SET skips it - until a
      *> release card makes it RELEASED; a released document is not
      *> flagged again for the same duplicates. A SUSPECT document
      *> that no longer crosses the threshold is CLEARED.
       01  SUSPECT-RECORD.
           05  SUS-DOC-ID          PIC X(80).
           05  SUS-STATE           PIC X(8).
           05  SUS-FLAG-DATE       PIC X(8).
           05  SUS-LINES           PIC 9(6).
           05  SUS-DUP-LINES       PIC 9(6).
           05  SUS-DUP-PCT         PIC 9(3).
           05  SUS-DUP-VALUE       PIC 9(9).
           05  SUS-CHANGE-DATE     PIC X(8).
           05  SUS-CHANGED-BY      PIC X(8).
