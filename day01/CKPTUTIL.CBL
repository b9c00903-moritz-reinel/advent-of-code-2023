      * restart line and running total - and clears it on request, so
      * the operators can see what is restartable before the batch
      * window opens instead of finding out from a resumed run with a
      * total nobody can explain. A clear throws away the restart point
      * of a posting run, so it is a privileged function: the operator
      * (the login the step runs under - an OPERATOR card that names
      * anybody else is refused) must be authorized for
      * CKPCLEAR, and the clear is held pending until a second
      * authorized operator approves it with AOC23D01APV.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01CKP.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-STATUS.

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

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  CHECKPOINT-FILE LABEL RECORDS ARE OMITTED.
       COPY CKPTREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  APPROVAL-FILE.
       COPY APPROVAL.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       01  PARM-VALUE      PIC X(80).
       01  CHECKPOINT-FILE-NAME PIC X(80) VALUE "checkpoint.dat".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LOGIN-ID             PIC X(32) VALUE SPACE.
       01  NAME-ANSWER     PIC X(80) VALUE SPACE.
       01  ACTION-ANSWER   PIC X(10) VALUE SPACE.
       01  RECORD-PRESENT  PIC 9 VALUE 0.
       01  CLEARED-COUNT   PIC 9(4) VALUE 0.
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

       01  START-TIME      PIC 9(8).
       01  END-TIME        PIC 9(8).
       01  TIME-TEXT       PIC X(8).
       01  START-CS        PIC 9(9) VALUE 0.
       01  END-CS          PIC 9(9) VALUE 0.
       01  ELAPSED-CS      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT START-TIME FROM TIME.
           PERFORM LOAD-RUN-PARMS.
           PERFORM SIGN-ON-OPERATOR.
           DISPLAY "ENTER CHECKPOINT FILE NAME, OR PRESS ENTER FOR "
               FUNCTION TRIM(CHECKPOINT-FILE-NAME) ":".
           ACCEPT NAME-ANSWER FROM CONSOLE.
                   "PRESS ENTER TO LEAVE IT:"
               ACCEPT ACTION-ANSWER FROM CONSOLE
               IF ACTION-ANSWER = "CLEAR"
                   PERFORM AUTHORIZE-CLEAR
               ELSE
                   DISPLAY "CHECKPOINT LEFT IN PLACE"
               END-IF
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       BAD-CONFIG-HALT.
           MOVE "BADCONFIG" TO RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
                       MOVE PARM-VALUE TO CHECKPOINT-FILE-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "INPUT"
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
                   "THE CALIBRATION PROGRAMS WILL REFUSE IT"
           END-IF.

       AUTHORIZE-CLEAR.
           PERFORM CHECK-OPERATOR.
           IF OPERATOR-CKPCLEAR NOT = "Y"
               DISPLAY "*** DENIED: OPERATOR " OPERATOR-ID " IS NOT "
                   "AUTHORIZED TO CLEAR A CHECKPOINT"
               DISPLAY "CHECKPOINT LEFT IN PLACE"
               MOVE "DENIED" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CKPCLEAR" TO APPROVAL-FUNCTION
               MOVE CHECKPOINT-FILE-NAME(1:40) TO APPROVAL-SUBJECT
               PERFORM CHECK-APPROVAL
               IF APPROVAL-GRANTED = 1
                   PERFORM CLEAR-CHECKPOINT
               ELSE
                   DISPLAY "*** PENDING: THE CLEAR IS HELD UNTIL A "
                       "SECOND AUTHORIZED OPERATOR APPROVES IT WITH "
                       "AOC23D01APV"
                   DISPLAY "CHECKPOINT LEFT IN PLACE"
                   MOVE "PENDING" TO RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
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

       CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           DISPLAY CHECKPOINT-FILE-NAME " CLEARED".

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE SPACE TO AUD-SEP6.
           MOVE 0 TO AUD-RESULT.
           MOVE SPACE TO AUD-SEP7.
           MOVE ELAPSED-CS TO AUD-ELAPSED-CS.
           MOVE SPACE TO AUD-SEP8.
           MOVE RUN-STATUS TO AUD-STATUS.
           MOVE SPACE TO AUD-SEP9.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      *> Timed from the start of MAIN to the audit write, so a step
      *> that halts early still shows how long it ran.
       COMPUTE-ELAPSED-TIME.
           ACCEPT END-TIME FROM TIME.
           PERFORM CONVERT-START-TIME.
           PERFORM CONVERT-END-TIME.
           IF END-CS >= START-CS
               COMPUTE ELAPSED-CS = END-CS - START-CS
           ELSE
               COMPUTE ELAPSED-CS = END-CS - START-CS + 8640000
           END-IF.

       CONVERT-START-TIME.
           MOVE START-TIME TO TIME-TEXT.
           COMPUTE START-CS =
               FUNCTION NUMVAL(TIME-TEXT(1:2)) * 360000
               + FUNCTION NUMVAL(TIME-TEXT(3:2)) * 6000
               + FUNCTION NUMVAL(TIME-TEXT(5:2)) * 100
               + FUNCTION NUMVAL(TIME-TEXT(7:2)).

       CONVERT-END-TIME.
           MOVE END-TIME TO TIME-TEXT.
           COMPUTE END-CS =
               FUNCTION NUMVAL(TIME-TEXT(1:2)) * 360000
               + FUNCTION NUMVAL(TIME-TEXT(3:2)) * 6000
               + FUNCTION NUMVAL(TIME-TEXT(5:2)) * 100
               + FUNCTION NUMVAL(TIME-TEXT(7:2)).
