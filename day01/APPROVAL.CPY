      *> Shared two-person approval record - the approvals.dat
      *> dataset. A privileged action that needs a second pair of
      *> eyes is not carried out on the first attempt: the program
      *> raises a PENDING request here and stops. A second operator,
      *> authorized for the same function and never the requester,
      *> APPROVES or DECLINES it with AOC23D01APV; the next attempt
      *> finds the approval, carries the action out and stamps the
      *> request USED, so one approval covers one action. Keyed on
      *>   FUNCTION   FORCE, CKPCLEAR or RWKBILL
      *>   SUBJECT    FORCE     program and document
      *>              CKPCLEAR  checkpoint file name
      *>              RWKBILL   document (20), line sequence number
      *>                        and method
      *>   REQ-DATE   the day it was requested - a FORCE or CKPCLEAR
      *>              approval is good for that day only
      *> A correction held for approval carries its corrected text and
      *> line value, and AOC23D01RWK posts it once approved; one that
      *> no longer has an open exception to clear is stamped LAPSED.
       01  APPROVAL-RECORD.
           05  APV-KEY.
               10  APV-FUNCTION    PIC X(8).
               10  APV-SUBJECT     PIC X(40).
               10  APV-REQ-DATE    PIC X(8).
           05  APV-REQ-TIME        PIC X(6).
           05  APV-REQUESTED-BY    PIC X(8).
           05  APV-STATE           PIC X(8).
           05  APV-DECIDED-BY      PIC X(8).
           05  APV-DECIDED-DATE    PIC X(8).
           05  APV-VALUE           PIC 9(2).
           05  APV-TEXT            PIC X(60).
