           ASSIGN DYNAMIC DOCSTAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOC-MASTER-FILE ASSIGN TO "docmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMS-DOC-ID
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN DYNAMIC RUNCTL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNCTL-STATUS.

           SELECT OPTIONAL OPERATOR-MASTER-FILE
           ASSIGN TO "opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS OPERATOR-STATUS.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "approvals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APV-KEY
           FILE STATUS IS APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       FD  DOC-STATUS-FILE LABEL RECORDS ARE OMITTED.
       COPY DOCSTAT.

       FD  DOC-MASTER-FILE.
       COPY DOCMAST.

       FD  RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNCTL.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  APPROVAL-FILE.
       COPY APPROVAL.

       WORKING-STORAGE SECTION.
       COPY CALLINE.

       01  CTL-FILE-NAME        PIC X(80) VALUE "filelist.txt".
       01  CONTROL-RPT-NAME     PIC X(80) VALUE "pt2batchctl.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LOGIN-ID             PIC X(32) VALUE SPACE.
       01  DOCSTAT-FILE-NAME    PIC X(80) VALUE "docstat.txt".
       01  LISTING-OPT          PIC X VALUE "Y".
       01  VALIDATE-OPT         PIC X VALUE "N".
       01  FORCE-OPT            PIC X VALUE "N".

       01  RUNCTL-STATUS   PIC XX VALUE "00".
       01  MASTER-STATUS   PIC XX VALUE "00".
       01  RUNCTL-EOF      PIC 9 VALUE 0.
       01  DUP-RUN-FOUND   PIC 9 VALUE 0.
       01  TODAY-DATE      PIC X(8) VALUE SPACE.
       01  OPERATOR-STATUS PIC XX VALUE "00".
       01  OPERATOR-FOUND  PIC 9 VALUE 0.
      *> The signed-on operator's functions, kept after the table
      *> is closed.
       01  OPERATOR-FUNCTIONS.
           05  OPERATOR-FORCE      PIC X(1) VALUE "N".
           05  OPERATOR-CKPCLEAR   PIC X(1) VALUE "N".
           05  OPERATOR-DCTRETIRE  PIC X(1) VALUE "N".
           05  OPERATOR-RWKBILL    PIC X(1) VALUE "N".
           05  OPERATOR-SECADMIN   PIC X(1) VALUE "N".
       01  APPROVAL-STATUS PIC XX VALUE "00".
       01  APPROVAL-GRANTED PIC 9 VALUE 0.
       01  APPROVAL-FUNCTION PIC X(8) VALUE SPACE.
       01  APPROVAL-SUBJECT PIC X(40) VALUE SPACE.
       01  APPROVAL-DATE   PIC X(21).

       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  AUDIT-DATE      PIC X(21).
           END-IF.

           ACCEPT START-TIME FROM TIME.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM CHECK-DOC-MASTER.
           IF VALIDATE-OPT = "Y"
               PERFORM CHECK-DOC-ACCEPTED
           END-IF.
      *> dataset; a second attempt over the same document the same day
      *> has already posted its totals and appended its detail once,
      *> so it is refused up front. FORCE=Y on the parm card overrides
      *> for a genuine rerun and puts the override on the audit log,
      *> but only for an operator authorized for FORCE, and only once
      *> a second authorized operator has approved it.
      *> A run backed out by AOC23D01REV is marked REVERSED and no
      *> longer counts - the corrected rerun needs no override.
       CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO TODAY-DATE.
                           IF RCT-RUN-DATE = TODAY-DATE
                              AND RCT-PROGRAM = "AOC23D01PT2"
                              AND RCT-DOC-ID = DOC-ID
                              AND RCT-DISPOSITION NOT = "REVERSED"
                               MOVE 1 TO DUP-RUN-FOUND
                           END-IF
                   END-READ
           CLOSE RUN-CONTROL-FILE.
           IF DUP-RUN-FOUND = 1
               IF FORCE-OPT = "Y"
                   PERFORM AUTHORIZE-FORCE-RERUN
                   DISPLAY "*** OVERRIDE: " DOC-ID " ALREADY POSTED "
                       "TODAY - RERUNNING UNDER FORCE=Y"
                   MOVE "FORCED" TO RUN-STATUS
               END-IF
           END-IF.

       AUTHORIZE-FORCE-RERUN.
           PERFORM CHECK-OPERATOR.
           IF OPERATOR-FORCE NOT = "Y"
               DISPLAY "*** DENIED: OPERATOR " OPERATOR-ID " IS NOT "
                   "AUTHORIZED FOR A FORCE=Y RERUN OF AOC23D01PT2"
               MOVE "DENIED" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           MOVE "FORCE" TO APPROVAL-FUNCTION.
           MOVE SPACE TO APPROVAL-SUBJECT.
           STRING "AOC23D01PT2 " DOC-ID DELIMITED BY SIZE
               INTO APPROVAL-SUBJECT.
           PERFORM CHECK-APPROVAL.
           IF APPROVAL-GRANTED = 0
               DISPLAY "*** PENDING: FORCE=Y RERUN OF AOC23D01PT2 OVER "
                   DOC-ID " IS HELD UNTIL A SECOND AUTHORIZED "
                   "OPERATOR APPROVES IT WITH AOC23D01APV"
               MOVE "PENDING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.

      *> The signed-on operator is the login the step runs under.
      *> runparm.txt can be edited by anyone, so an OPERATOR card may
      *> only confirm the login - a card naming anybody else is
      *> refused, or one person could raise a request under one id
      *> and approve it under another.
       SIGN-ON-OPERATOR.
           ACCEPT LOGIN-ID FROM ENVIRONMENT "USER".
           MOVE FUNCTION UPPER-CASE(LOGIN-ID) TO LOGIN-ID.
           IF LOGIN-ID(9:24) NOT = SPACE
               DISPLAY "*** DENIED: LOGIN " FUNCTION TRIM(LOGIN-ID)
                   " IS LONGER THAN AN 8-CHARACTER OPERATOR ID"
               MOVE LOGIN-ID TO OPERATOR-ID
               MOVE "DENIED" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           IF OPERATOR-ID NOT = SPACE AND OPERATOR-ID NOT = LOGIN-ID
               DISPLAY "*** DENIED: OPERATOR CARD " OPERATOR-ID
                   " DOES NOT MATCH THE LOGIN " LOGIN-ID(1:8)
               MOVE LOGIN-ID TO OPERATOR-ID
               MOVE "DENIED" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           MOVE LOGIN-ID TO OPERATOR-ID.

      *> The signed-on operator's entry on the authorization table.
      *> No login, an id that is not on the table or one
      *> that has been revoked holds no privileged function at all.
       CHECK-OPERATOR.
           MOVE 0 TO OPERATOR-FOUND.
           IF OPERATOR-ID NOT = SPACE
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPERATOR-STATUS = "00"
                   MOVE OPERATOR-ID TO OPR-ID
                   READ OPERATOR-MASTER-FILE
                   IF OPERATOR-STATUS = "00" AND OPR-STATE = "ACTIVE"
                       MOVE 1 TO OPERATOR-FOUND
                       MOVE OPR-FUNCTIONS TO OPERATOR-FUNCTIONS
                   END-IF
               END-IF
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           IF OPERATOR-FOUND = 0
               MOVE ALL "N" TO OPERATOR-FUNCTIONS
           END-IF.

      *> Two-person rule. The first attempt raises a PENDING request
      *> for APPROVAL-FUNCTION over APPROVAL-SUBJECT and is held; a
      *> second authorized operator decides it with AOC23D01APV. The
      *> next attempt the same day finds it APPROVED, stamps it USED
      *> and goes ahead - one approval, one action. A request that
      *> was declined, or approved and already used, is raised again.
       CHECK-APPROVAL.
           MOVE 0 TO APPROVAL-GRANTED.
           MOVE FUNCTION CURRENT-DATE TO APPROVAL-DATE.
           OPEN I-O APPROVAL-FILE.
           IF APPROVAL-STATUS NOT = "00" AND APPROVAL-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN APPROVAL FILE - "
                   "STATUS " APPROVAL-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           MOVE APPROVAL-FUNCTION TO APV-FUNCTION.
           MOVE APPROVAL-SUBJECT TO APV-SUBJECT.
           MOVE APPROVAL-DATE(1:8) TO APV-REQ-DATE.
           READ APPROVAL-FILE.
           EVALUATE TRUE
               WHEN APPROVAL-STATUS NOT = "00"
                   PERFORM FILL-APPROVAL-REQUEST
                   WRITE APPROVAL-RECORD
               WHEN APV-STATE = "APPROVED"
                   DISPLAY "APPROVED BY " APV-DECIDED-BY
                       " ON REQUEST OF " APV-REQUESTED-BY
                   MOVE "USED" TO APV-STATE
                   REWRITE APPROVAL-RECORD
                   MOVE 1 TO APPROVAL-GRANTED
               WHEN APV-STATE = "PENDING"
                   DISPLAY "REQUEST RAISED BY " APV-REQUESTED-BY
                       " AT " APV-REQ-TIME " IS STILL AWAITING "
                       "APPROVAL"
               WHEN OTHER
                   DISPLAY "PREVIOUS REQUEST WAS " APV-STATE
                       " - A NEW REQUEST IS RAISED"
                   PERFORM FILL-APPROVAL-REQUEST
                   REWRITE APPROVAL-RECORD
           END-EVALUATE.
           IF APPROVAL-STATUS NOT = "00"
               DISPLAY "*** FATAL: APPROVAL FILE UPDATE FAILED WITH "
                   "STATUS " APPROVAL-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           CLOSE APPROVAL-FILE.

       FILL-APPROVAL-REQUEST.
           MOVE APPROVAL-FUNCTION TO APV-FUNCTION.
           MOVE APPROVAL-SUBJECT TO APV-SUBJECT.
           MOVE APPROVAL-DATE(1:8) TO APV-REQ-DATE.
           MOVE APPROVAL-DATE(9:6) TO APV-REQ-TIME.
           MOVE OPERATOR-ID TO APV-REQUESTED-BY.
           MOVE "PENDING" TO APV-STATE.
           MOVE SPACE TO APV-DECIDED-BY.
           MOVE SPACE TO APV-DECIDED-DATE.
           MOVE 0 TO APV-VALUE.
           MOVE SPACE TO APV-TEXT.

       REGISTER-RUN-CONTROL.
           MOVE TODAY-DATE TO RCT-RUN-DATE.
           MOVE SPACE TO RCT-SEP1.
                   WHEN "LANGUAGE"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:2))
                           TO DOC-LANG
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
                   WHEN "SETTLE"
                       CONTINUE
                   WHEN "ADJUST"
                       CONTINUE
                   WHEN "CORRECTIONS"
                       CONTINUE
                   WHEN "METHODS"
                       CONTINUE
                   WHEN "DOCTRAN"
                       CONTINUE
                   WHEN "DOCAUDIT"
                       CONTINUE
                   WHEN "REVRPT"
                       CONTINUE
                   WHEN "GLJOURNAL"
                       CONTINUE
                   WHEN "GLREGISTER"
                       CONTINUE
                   WHEN "GLCTLRPT"
                       CONTINUE
                   WHEN "GLDEBIT"
                       CONTINUE
                   WHEN "GLCREDIT"
                       CONTINUE
                   WHEN "GLADJUST"
                       CONTINUE
                   WHEN "NOTICEOUT"
                       CONTINUE
                   WHEN "REPLYIN"
                       CONTINUE
                   WHEN "REPLYRPT"
                       CONTINUE
                   WHEN "SCHEDULE"
                       CONTINUE
                   WHEN "BALRPT"
                       CONTINUE
                   WHEN "OPERTRAN"
                       CONTINUE
                   WHEN "OPERAUDIT"
                       CONTINUE
                   WHEN "CORRLIMIT"
                       CONTINUE
                   WHEN "DUPTRAN"
                       CONTINUE
                   WHEN "DUPRPT"
                       CONTINUE
                   WHEN "DUPPCT"
                       CONTINUE
                   WHEN "SLATHRESH"
                       CONTINUE
                   WHEN "PERFRPT"
                       CONTINUE
                   WHEN "PERFRUNS"
                       CONTINUE
                   WHEN "WINDOWPCT"
                       CONTINUE
                   WHEN "VARRPT"
                       CONTINUE
                   WHEN "DSTRPT"
                       CONTINUE
                   WHEN "SUMRPT"
                       CONTINUE
                   WHEN "AGERPT"
                       CONTINUE
                   WHEN "INQRPT"
                       CONTINUE
                   WHEN "SETRPT"
                       CONTINUE
                   WHEN "PAGELINES"
                       CONTINUE
                   WHEN "RPTDIST"
                       CONTINUE
                   WHEN "RPTLOG"
                       CONTINUE
                   WHEN "DISTRUN"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN PARM CARD KEYWORD: "
                           PARM-KEY
               MOVE WORD-COUNT TO LTR-WORD(LTR-ORD, LTR-COUNT(LTR-ORD))
           END-IF.

      *> Only a document registered ACTIVE on the document master,
      *> run under a LANGUAGE card matching its registered language,
      *> is processed - an unknown file or a wrong-language run stops
      *> here, before anything is posted.
       CHECK-DOC-MASTER.
           OPEN INPUT DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "*** FATAL: CANNOT OPEN DOCUMENT MASTER - "
                   "STATUS " MASTER-STATUS " - RUN AOC23D01DMS FIRST"
               PERFORM BAD-CONFIG-HALT
           END-IF.
           MOVE DOC-ID TO DMS-DOC-ID.
           READ DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               CLOSE DOC-MASTER-FILE
               DISPLAY "*** REJECTED: " DOC-ID " IS NOT ON THE "
                   "DOCUMENT MASTER - REGISTER IT WITH AOC23D01DMS"
               PERFORM REJECT-DOCUMENT
           END-IF.
           CLOSE DOC-MASTER-FILE.
           IF DMS-STATE NOT = "ACTIVE"
               DISPLAY "*** REJECTED: " DOC-ID " IS " DMS-STATE
                   " ON THE DOCUMENT MASTER"
               PERFORM REJECT-DOCUMENT
           END-IF.
           IF DMS-LANG NOT = DOC-LANG
               DISPLAY "*** REJECTED: LANGUAGE CARD " DOC-LANG
                   " DOES NOT MATCH REGISTERED LANGUAGE " DMS-LANG
                   " FOR " DOC-ID
               PERFORM REJECT-DOCUMENT
           END-IF.

       REJECT-DOCUMENT.
           MOVE "REJECTED" TO RUN-STATUS.
           MOVE 4 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       BAD-CONFIG-HALT.
           MOVE "BADCONFIG" TO RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
           MOVE ELAPSED-CS TO AUD-ELAPSED-CS.
           MOVE SPACE TO AUD-SEP8.
           MOVE RUN-STATUS TO AUD-STATUS.
           MOVE SPACE TO AUD-SEP9.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
