      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Operator utility for the two-person approval queue
      * (approvals.dat). FORCE=Y reruns of the calibration programs,
      * checkpoint clears and corrections above the CORRLIMIT value
      * are not carried out on the first attempt - they raise a
      * PENDING request and stop. This utility walks the pending
      * requests and lets the signed-on operator (the login the step
      * runs under - an OPERATOR card that names anybody else is
      * refused) APPROVE or DECLINE each one, provided the
      * operator is active on the authorization table, holds the same
      * function the request is for, and did not raise it - nobody
      * approves their own request. A FORCE or checkpoint-clear
      * request from an earlier day is stamped EXPIRED, since the
      * program only honours an approval on the day it was asked for.
      * With UNATTENDED=Y the queue is only listed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01APV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL OPERATOR-MASTER-FILE
           ASSIGN TO "opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS OPERATOR-STATUS.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "approvals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APV-KEY
           FILE STATUS IS APPROVAL-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  APPROVAL-FILE.
       COPY APPROVAL.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       WORKING-STORAGE SECTION.
       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  AUDIT-DATE      PIC X(21).
       01  CURR-DATE       PIC X(21).

       01  PARM-STATUS     PIC XX VALUE "00".
       01  PARM-EOF        PIC 9 VALUE 0.
       01  PARM-KEY        PIC X(20).
       01  PARM-VALUE      PIC X(80).
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LOGIN-ID             PIC X(32) VALUE SPACE.
       01  UNATTENDED-OPT       PIC X VALUE "N".

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
       01  APPROVAL-EOF    PIC 9 VALUE 0.
       01  FUNCTION-ALLOWED PIC 9 VALUE 0.
       01  DECISION-ANSWER PIC X(10) VALUE SPACE.

       01  PENDING-COUNT   PIC 9(4) VALUE 0.
       01  APPROVED-COUNT  PIC 9(4) VALUE 0.
       01  DECLINED-COUNT  PIC 9(4) VALUE 0.
       01  EXPIRED-COUNT   PIC 9(4) VALUE 0.
       01  LEFT-COUNT      PIC 9(4) VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE.
           IF UNATTENDED-OPT = "Y"
               DISPLAY "UNATTENDED=Y - LISTING THE APPROVAL QUEUE, NO "
                   "DECISIONS WILL BE TAKEN"
           ELSE
               PERFORM CHECK-OPERATOR
               IF OPERATOR-FOUND = 0
                   DISPLAY "*** DENIED: OPERATOR " OPERATOR-ID
                       " IS NOT AN ACTIVE OPERATOR ON THE "
                       "AUTHORIZATION TABLE"
                   MOVE "DENIED" TO RUN-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-AUDIT-RECORD
                   STOP RUN
               END-IF
           END-IF.
      *> Status 05 is the optional queue being created on first
      *> open - nothing has been requested yet.
           OPEN I-O APPROVAL-FILE.
           IF APPROVAL-STATUS NOT = "00" AND APPROVAL-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN APPROVAL FILE - "
                   "STATUS " APPROVAL-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           PERFORM REVIEW-PENDING-REQUESTS.
           CLOSE APPROVAL-FILE.
           DISPLAY "PENDING REQUESTS: " PENDING-COUNT
               " APPROVED: " APPROVED-COUNT
               " DECLINED: " DECLINED-COUNT
               " EXPIRED: " EXPIRED-COUNT
               " LEFT PENDING: " LEFT-COUNT.
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
               PERFORM UNTIL PARM-EOF = 1
                   READ PARM-FILE
                       AT END SET PARM-EOF TO 1
                       NOT AT END PERFORM APPLY-RUN-PARM
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO RUNPARM.TXT FOUND - USING DEFAULT NAMES"
           END-IF.

       APPLY-RUN-PARM.
           IF PARM-LINE = SPACE OR PARM-LINE(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACE TO PARM-KEY
               MOVE SPACE TO PARM-VALUE
               UNSTRING PARM-LINE DELIMITED BY "="
                   INTO PARM-KEY PARM-VALUE
               EVALUATE PARM-KEY
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "UNATTENDED"
                       MOVE PARM-VALUE(1:1) TO UNATTENDED-OPT
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "INPUT"
                       CONTINUE
                   WHEN "RESULT"
                       CONTINUE
                   WHEN "CHECKPOINT"
                       CONTINUE
                   WHEN "INTERVAL"
                       CONTINUE
                   WHEN "HISTORY"
                       CONTINUE
                   WHEN "EXCEPTIONS"
                       CONTINUE
                   WHEN "DETAIL"
                       CONTINUE
                   WHEN "WORDS"
                       CONTINUE
                   WHEN "FILELIST"
                       CONTINUE
                   WHEN "CONTROLRPT"
                       CONTINUE
                   WHEN "LISTING"
                       CONTINUE
                   WHEN "DOCSTAT"
                       CONTINUE
                   WHEN "VALIDATE"
                       CONTINUE
                   WHEN "RUNCTL"
                       CONTINUE
                   WHEN "FORCE"
                       CONTINUE
                   WHEN "LANGUAGE"
                       CONTINUE
                   WHEN "SETTLE"
                       CONTINUE
                   WHEN "ADJUST"
                       CONTINUE
                   WHEN "KEEPRUNS"
                       CONTINUE
                   WHEN "ARCHRPT"
                       CONTINUE
                   WHEN "TOLERANCE"
                       CONTINUE
                   WHEN "CHAINRPT"
                       CONTINUE
                   WHEN "PERIOD"
                       CONTINUE
                   WHEN "RAWIN"
                       CONTINUE
                   WHEN "STAMPED"
                       CONTINUE
                   WHEN "DICTTRAN"
                       CONTINUE
                   WHEN "DICTAUDIT"
                       CONTINUE
                   WHEN "AGELIMIT"
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
               END-EVALUATE
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

       REVIEW-PENDING-REQUESTS.
           MOVE LOW-VALUES TO APV-KEY.
           START APPROVAL-FILE KEY >= APV-KEY
               INVALID KEY MOVE 1 TO APPROVAL-EOF
           END-START.
           PERFORM UNTIL APPROVAL-EOF = 1
               READ APPROVAL-FILE NEXT RECORD
                   AT END SET APPROVAL-EOF TO 1
                   NOT AT END
                       IF APV-STATE = "PENDING"
                           PERFORM REVIEW-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           IF PENDING-COUNT = 0
               DISPLAY "NO REQUESTS AWAITING APPROVAL"
           END-IF.

       REVIEW-ONE-REQUEST.
           ADD 1 TO PENDING-COUNT.
           DISPLAY APV-FUNCTION " " APV-SUBJECT.
           DISPLAY "  RAISED BY " APV-REQUESTED-BY " ON "
               APV-REQ-DATE " AT " APV-REQ-TIME.
           IF APV-FUNCTION = "RWKBILL"
               DISPLAY "  CORRECTED TEXT: " APV-TEXT
               DISPLAY "  LINE VALUE:     " APV-VALUE
           END-IF.
           EVALUATE APV-FUNCTION
               WHEN "FORCE"
                   IF OPERATOR-FORCE = "Y"
                       MOVE 1 TO FUNCTION-ALLOWED
                   ELSE
                       MOVE 0 TO FUNCTION-ALLOWED
                   END-IF
               WHEN "CKPCLEAR"
                   IF OPERATOR-CKPCLEAR = "Y"
                       MOVE 1 TO FUNCTION-ALLOWED
                   ELSE
                       MOVE 0 TO FUNCTION-ALLOWED
                   END-IF
               WHEN "RWKBILL"
                   IF OPERATOR-RWKBILL = "Y"
                       MOVE 1 TO FUNCTION-ALLOWED
                   ELSE
                       MOVE 0 TO FUNCTION-ALLOWED
                   END-IF
               WHEN OTHER
                   MOVE 0 TO FUNCTION-ALLOWED
           END-EVALUATE.
           EVALUATE TRUE
               WHEN UNATTENDED-OPT = "Y"
                   ADD 1 TO LEFT-COUNT
               WHEN APV-FUNCTION NOT = "RWKBILL"
                    AND APV-REQ-DATE < CURR-DATE(1:8)
                   DISPLAY "  RAISED ON AN EARLIER DAY - EXPIRED. "
                       "THE REQUESTER MUST TRY AGAIN TODAY"
                   MOVE "EXPIRED" TO APV-STATE
                   PERFORM RECORD-DECISION
                   ADD 1 TO EXPIRED-COUNT
               WHEN APV-REQUESTED-BY = OPERATOR-ID
                   DISPLAY "  YOUR OWN REQUEST - A SECOND OPERATOR "
                       "MUST DECIDE IT"
                   ADD 1 TO LEFT-COUNT
               WHEN FUNCTION-ALLOWED = 0
                   DISPLAY "  OPERATOR " OPERATOR-ID " IS NOT "
                       "AUTHORIZED FOR " APV-FUNCTION " - LEFT PENDING"
                   ADD 1 TO LEFT-COUNT
               WHEN OTHER
                   PERFORM PROMPT-DECISION
           END-EVALUATE.

       PROMPT-DECISION.
           DISPLAY "ENTER APPROVE OR DECLINE, OR PRESS ENTER TO "
               "LEAVE IT PENDING:".
           MOVE SPACE TO DECISION-ANSWER.
           ACCEPT DECISION-ANSWER FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(DECISION-ANSWER)
               TO DECISION-ANSWER.
           EVALUATE DECISION-ANSWER
               WHEN "APPROVE"
                   MOVE "APPROVED" TO APV-STATE
                   PERFORM RECORD-DECISION
                   ADD 1 TO APPROVED-COUNT
                   DISPLAY "  APPROVED"
               WHEN "DECLINE"
                   MOVE "DECLINED" TO APV-STATE
                   PERFORM RECORD-DECISION
                   ADD 1 TO DECLINED-COUNT
                   DISPLAY "  DECLINED"
               WHEN OTHER
                   ADD 1 TO LEFT-COUNT
                   DISPLAY "  LEFT PENDING"
           END-EVALUATE.

       RECORD-DECISION.
           MOVE OPERATOR-ID TO APV-DECIDED-BY.
           MOVE CURR-DATE(1:8) TO APV-DECIDED-DATE.
           REWRITE APPROVAL-RECORD.
           IF APPROVAL-STATUS NOT = "00"
               DISPLAY "*** FATAL: APPROVAL FILE UPDATE FAILED WITH "
                   "STATUS " APPROVAL-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01APV" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "APPROVALS" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE PENDING-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE DECLINED-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE APPROVED-COUNT TO AUD-RESULT.
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
