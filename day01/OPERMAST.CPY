      *> Shared operator authorization record - the opermast.dat
      *> dataset. One record per operator id that may sign on with
      *> the OPERATOR parm card, keyed on the id, saying which of the
      *> privileged functions the operator may use (Y/N):
      *>   FORCE      a FORCE=Y rerun of AOC23D01PT1/AOC23D01PT2
      *>   CKPCLEAR   clearing a checkpoint in AOC23D01CKP
      *>   DCTRETIRE  retiring a word in AOC23D01DCT
      *>   RWKBILL    an AOC23D01RWK correction that changes a billed
      *>              total
      *>   SECADMIN   maintaining this table
      *> FORCE reruns, checkpoint clears and corrections above the
      *> CORRLIMIT value also need a SECOND operator holding the same
      *> function to approve them (approvals.dat, AOC23D01APV).
      *> Maintained only through AOC23D01OPM, which keeps the change
      *> audit trail; an operator is never deleted - REVOKED keeps the
      *> record on file so the audit trail always has something to
      *> point at.
       01  OPERATOR-MASTER-RECORD.
           05  OPR-ID              PIC X(8).
           05  OPR-NAME            PIC X(30).
           05  OPR-STATE           PIC X(7).
           05  OPR-FUNCTIONS.
               10  OPR-FORCE       PIC X(1).
               10  OPR-CKPCLEAR    PIC X(1).
               10  OPR-DCTRETIRE   PIC X(1).
               10  OPR-RWKBILL     PIC X(1).
               10  OPR-SECADMIN    PIC X(1).
           05  OPR-CHANGE-DATE     PIC X(8).
           05  OPR-CHANGED-BY      PIC X(8).
