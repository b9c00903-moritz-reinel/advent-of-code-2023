      * adjustment is posted to the run-history master so the
      * document's total ends up complete, and only the lines still
      * open are written back to the exception dataset.
      * A correction that changes a billed total is a privileged
      * function: the operator (the login the step runs under - an
      * OPERATOR card that names anybody else is refused) must be
      * authorized for RWKBILL, and a correction worth
      * more than the CORRLIMIT card (default 50) is held pending on
      * approvals.dat, line left open, until a second authorized
      * operator approves it with AOC23D01APV. Approved corrections
      * are posted at the start of the next rework run. Every line on
      * adjust.txt carries who keyed it and, if held, who approved it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01RWK.
           SELECT OPTIONAL ADJUSTMENT-FILE ASSIGN TO "adjust.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

           05  ADJ-VALUE       PIC 9(2).
           05  ADJ-SEP5        PIC X(1).
           05  ADJ-TEXT        PIC X(60).
           05  ADJ-SEP6        PIC X(1).
           05  ADJ-OPERATOR    PIC X(8).
           05  ADJ-SEP7        PIC X(1).
           05  ADJ-APPROVER    PIC X(8).

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  APPROVAL-FILE.
       COPY APPROVAL.

       WORKING-STORAGE SECTION.
       01  CURR-DATE       PIC X(21).
       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  WORDS-FILE-NAME      PIC X(80) VALUE "digitwords.txt".
       01  HISTORY-FILE-NAME    PIC X(80) VALUE "runhist.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LOGIN-ID             PIC X(32) VALUE SPACE.
       01  CORRECTION-FILE-NAME PIC X(80) VALUE "corrtran.txt".
       01  UNATTENDED-OPT       PIC X VALUE "N".
       01  CORR-LIMIT           PIC 9(2) VALUE 50.
       01  PARM-NUM             PIC 9(6) VALUE 0.

       01  EXC-STATUS      PIC XX VALUE "00".
       01  CORR-STATUS     PIC XX VALUE "00".
       01  CORR-READ-COUNT PIC 9(6) VALUE 0.
       01  UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01  LINE-MATCHED    PIC 9 VALUE 0.
       01  HELD-COUNT      PIC 9(6) VALUE 0.
       01  DENIED-COUNT    PIC 9(6) VALUE 0.
       01  APPROVED-COUNT  PIC 9(6) VALUE 0.
       01  CORRECTED-BEFORE PIC 9(6) VALUE 0.

      *> The correction being applied, from a card or from an
      *> approved request, and who is answerable for it.
       01  CORR-DOC-ID     PIC X(80) VALUE SPACE.
       01  CORR-SEQ-NO     PIC 9(6) VALUE 0.
       01  CORR-TEXT       PIC X(60) VALUE SPACE.
       01  CORR-KEYED-BY   PIC X(8) VALUE SPACE.
       01  CORR-APPROVED-BY PIC X(8) VALUE SPACE.
       01  APPROVED-PASS   PIC 9 VALUE 0.

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
       01  APPROVAL-DATE   PIC X(21).
       01  APPROVAL-EOF    PIC 9 VALUE 0.
       01  APPROVAL-FOUND  PIC 9 VALUE 0.
      *> A held correction's approval subject - the document id (the
      *> document master keeps ids to 20 characters), the line and
      *> the method whose value the approver is shown. A line held
      *> under both methods raises one request per method.
       01  APPROVAL-SUBJECT.
           05  APS-DOC-ID      PIC X(20).
           05  APS-SEP1        PIC X(1).
           05  APS-SEQ-NO      PIC 9(6).
           05  APS-SEP2        PIC X(1).
           05  APS-METHOD      PIC X(3).
           05  FILLER          PIC X(9).
       01  APPROVED-METHOD PIC X(3) VALUE SPACE.
       01  LINE-HELD       PIC 9 VALUE 0.

       01  WORK-METHOD     PIC X(3) VALUE SPACE.
       01  WORK-LANG       PIC X(2) VALUE SPACE.
       01  HIST-BASE-FOUND PIC 9 VALUE 0.
       01  ADJUSTED-TOTAL  PIC 9(9) VALUE 0.

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
           PERFORM LOAD-WORD-TABLE.
           PERFORM STAGE-EXCEPTION-QUEUE.
           IF EXC-COUNT = 0
                   "ADJUSTMENT-TABLE CAPACITY - RERUN THE REWORK TO "
                   "APPLY THEM"
           END-IF.
           IF APPROVED-COUNT > 0
               DISPLAY APPROVED-COUNT " APPROVED CORRECTION(S) POSTED"
           END-IF.
           IF HELD-COUNT > 0
               DISPLAY HELD-COUNT " CORRECTION(S) ABOVE THE "
                   "CORRLIMIT OF " CORR-LIMIT " HELD PENDING A SECOND "
                   "OPERATOR'S APPROVAL WITH AOC23D01APV"
           END-IF.
           IF DENIED-COUNT > 0
               DISPLAY DENIED-COUNT " CORRECTION(S) REFUSED - "
                   "OPERATOR " OPERATOR-ID " IS NOT AUTHORIZED TO "
                   "CHANGE A BILLED TOTAL"
           END-IF.
           IF OPEN-COUNT > 0 OR UNMATCHED-COUNT > 0
               MOVE "EXCEPTIONS" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF HELD-COUNT > 0
               MOVE "PENDING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF DENIED-COUNT > 0
               MOVE "DENIED" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

           STOP RUN.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE SPACE TO AUD-SEP6.
           MOVE TOTAL-ADJUSTED TO AUD-RESULT.
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

       LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
                       MOVE PARM-VALUE TO CORRECTION-FILE-NAME
                   WHEN "UNATTENDED"
                       MOVE PARM-VALUE(1:1) TO UNATTENDED-OPT
                   WHEN "CORRLIMIT"
                       MOVE FUNCTION NUMVAL(PARM-VALUE) TO PARM-NUM
                       IF PARM-NUM > 99
                           DISPLAY "*** INVALID CORRLIMIT ON PARM "
                               "CARD - KEEPING " CORR-LIMIT
                       ELSE
                           MOVE PARM-NUM TO CORR-LIMIT
                       END-IF
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "INPUT"
                       CONTINUE
                   WHEN "AGELIMIT"
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
           END-EVALUATE.

       CHOOSE-CORRECTION-PATH.
           OPEN I-O APPROVAL-FILE.
           IF APPROVAL-STATUS NOT = "00" AND APPROVAL-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN APPROVAL FILE - "
                   "STATUS " APPROVAL-STATUS
               CLOSE REWORK-WORK-FILE
               PERFORM BAD-CONFIG-HALT
           END-IF.
           OPEN INPUT CORRECTION-FILE.
           IF CORR-STATUS = "00"
               PERFORM CHECK-OPERATOR
               PERFORM APPLY-APPROVED-CORRECTIONS
               DISPLAY "APPLYING CORRECTIONS FROM "
                   FUNCTION TRIM(CORRECTION-FILE-NAME)
               PERFORM APPLY-CORRECTION-FILE
                   PERFORM BAD-CONFIG-HALT
               END-IF
               DISPLAY "NO CORRECTIONS FILE - KEYING AT THE CONSOLE"
               PERFORM CHECK-OPERATOR
               PERFORM APPLY-APPROVED-CORRECTIONS
               PERFORM REWORK-AT-CONSOLE
           END-IF.
           CLOSE APPROVAL-FILE.

      *> Corrections a second operator has approved since the last
      *> run are posted first, whatever their value - the approval
      *> is the authority, answerable to the operator who keyed the
      *> correction and the one who approved it. One whose line has
      *> no open exception left is stamped LAPSED; one that still
      *> cannot be posted stays APPROVED for the next run.
       APPLY-APPROVED-CORRECTIONS.
           MOVE LOW-VALUES TO APV-KEY.
           MOVE "RWKBILL" TO APV-FUNCTION.
           START APPROVAL-FILE KEY >= APV-KEY
               INVALID KEY MOVE 1 TO APPROVAL-EOF
           END-START.
           PERFORM UNTIL APPROVAL-EOF = 1
               READ APPROVAL-FILE NEXT RECORD
                   AT END SET APPROVAL-EOF TO 1
                   NOT AT END
                       IF APV-FUNCTION NOT = "RWKBILL"
                           MOVE 1 TO APPROVAL-EOF
                       ELSE
                           IF APV-STATE = "APPROVED"
                               PERFORM APPLY-ONE-APPROVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO APPROVAL-EOF.
           MOVE 0 TO APPROVED-PASS.
           MOVE SPACE TO APPROVED-METHOD.
           MOVE OPERATOR-ID TO CORR-KEYED-BY.
           MOVE SPACE TO CORR-APPROVED-BY.

       APPLY-ONE-APPROVED.
           MOVE APV-SUBJECT TO APPROVAL-SUBJECT.
           MOVE APS-DOC-ID TO CORR-DOC-ID.
           MOVE APS-SEQ-NO TO CORR-SEQ-NO.
           MOVE APS-METHOD TO APPROVED-METHOD.
           MOVE APV-TEXT TO CORR-TEXT.
           MOVE APV-REQUESTED-BY TO CORR-KEYED-BY.
           MOVE APV-DECIDED-BY TO CORR-APPROVED-BY.
           MOVE 1 TO APPROVED-PASS.
           MOVE CORRECTED-COUNT TO CORRECTED-BEFORE.
           DISPLAY "POSTING CORRECTION KEYED BY " CORR-KEYED-BY
               " AND APPROVED BY " CORR-APPROVED-BY.
           PERFORM APPLY-ONE-CORRECTION.
           IF CORRECTED-COUNT > CORRECTED-BEFORE
               ADD 1 TO APPROVED-COUNT
               MOVE "USED" TO APV-STATE
               PERFORM REWRITE-APPROVAL
           ELSE
               IF LINE-MATCHED = 0
                   DISPLAY "  NO OPEN EXCEPTION LEFT FOR "
                       FUNCTION TRIM(CORR-DOC-ID) " LINE "
                       CORR-SEQ-NO " - APPROVAL LAPSED"
                   MOVE "LAPSED" TO APV-STATE
                   PERFORM REWRITE-APPROVAL
               END-IF
           END-IF.

       REWRITE-APPROVAL.
           REWRITE APPROVAL-RECORD.
           IF APPROVAL-STATUS NOT = "00"
               DISPLAY "*** FATAL: APPROVAL FILE UPDATE FAILED WITH "
                   "STATUS " APPROVAL-STATUS
               CLOSE REWORK-WORK-FILE
               PERFORM BAD-CONFIG-HALT
           END-IF.

       APPLY-CORRECTION-FILE.
           MOVE 0 TO FILE-STATUS.
                           CONTINUE
                       ELSE
                           ADD 1 TO CORR-READ-COUNT
                           MOVE CRT-DOC-ID TO CORR-DOC-ID
                           MOVE CRT-SEQ-NO TO CORR-SEQ-NO
                           MOVE CRT-TEXT TO CORR-TEXT
                           PERFORM APPLY-ONE-CORRECTION
                       END-IF
               END-READ

      *> A correction card carries no method - the same line may sit
      *> in the queue under PT1 and PT2 after a reconciliation run,
      *> and one corrected text clears both. An approved request
      *> posts under the method it was raised for only; a request
      *> raised before requests carried a method still clears both.
       APPLY-ONE-CORRECTION.
           MOVE 0 TO LINE-MATCHED.
           MOVE 0 TO LINE-HELD.
           PERFORM VARYING METHOD-IX FROM 1 BY 1 UNTIL METHOD-IX > 2
               IF METHOD-IX = 1
                   MOVE "PT1" TO WORK-METHOD
               ELSE
                   MOVE "PT2" TO WORK-METHOD
               END-IF
               IF APPROVED-PASS = 0
                  OR APPROVED-METHOD = SPACE
                  OR APPROVED-METHOD = WORK-METHOD
                   PERFORM APPLY-CORRECTION-FOR-METHOD
               END-IF
           END-PERFORM.
           IF LINE-MATCHED = 0 AND APPROVED-PASS = 0
               ADD 1 TO UNMATCHED-COUNT
               DISPLAY "*** WARNING: NO OPEN EXCEPTION FOR "
                   FUNCTION TRIM(CORR-DOC-ID) " LINE " CORR-SEQ-NO
                   " - CORRECTION NOT APPLIED"
           END-IF.

       APPLY-CORRECTION-FOR-METHOD.
           MOVE WORK-METHOD TO RWK-METHOD.
           MOVE CORR-DOC-ID TO RWK-DOC-ID.
           MOVE CORR-SEQ-NO TO RWK-SEQ-NO.
           READ REWORK-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO LINE-MATCHED
                   IF RWK-STATE = 0
                       MOVE CORR-TEXT TO CORRECTED-TEXT
                       PERFORM VALIDATE-AND-APPLY
                   END-IF
           END-READ.
               DISPLAY "LINE LEFT OPEN"
           ELSE
               MOVE RWK-METHOD TO WORK-METHOD
               MOVE 0 TO LINE-HELD
               PERFORM VALIDATE-AND-APPLY
           END-IF.

      *> logged - so adjust.txt can never carry a correction that
      *> exceptions.txt still shows open. A rerun picks the deferred
      *> lines up once the first pass's documents have posted.
      *> A line worth anything at all changes a billed total, so the
      *> operator must hold RWKBILL; above CORRLIMIT it is held for a
      *> second operator's approval. Both leave the line open.
       VALIDATE-AND-APPLY.
           MOVE RWK-LANG TO WORK-LANG.
           MOVE CORRECTED-TEXT TO WORK-LINE.
                   " - LINE LEFT OPEN"
           ELSE
               PERFORM FIND-ADJ-PAIR
               EVALUATE TRUE
                   WHEN LINE-VALUE > 0 AND APPROVED-PASS = 0
                        AND OPERATOR-RWKBILL NOT = "Y"
                       ADD 1 TO DENIED-COUNT
                       DISPLAY "*** REFUSED: " WORK-METHOD " "
                           FUNCTION TRIM(RWK-DOC-ID) " LINE "
                           RWK-SEQ-NO " - LINE VALUE " LINE-VALUE
                           " CHANGES A BILLED TOTAL. LINE LEFT OPEN"
                   WHEN LINE-VALUE > CORR-LIMIT AND APPROVED-PASS = 0
                       PERFORM HOLD-CORRECTION
                   WHEN ADJ-FOUND = 0 AND ADJ-COUNT > 199
                       ADD 1 TO DEFERRED-COUNT
                       DISPLAY "*** WARNING: CORRECTIONS ALREADY COVER "
                           "200 METHOD/DOCUMENT PAIRS - "
                           FUNCTION TRIM(RWK-DOC-ID) " LINE "
                           RWK-SEQ-NO " LEFT OPEN. RERUN THE REWORK "
                           "AFTER THIS PASS POSTS"
                   WHEN OTHER
                       MOVE LINE-VALUE TO RWK-VALUE
                       MOVE WORK-LINE TO RWK-TEXT
                       MOVE 1 TO RWK-STATE
                       REWRITE REWORK-WORK-RECORD
                       ADD 1 TO CORRECTED-COUNT
                       DISPLAY "ACCEPTED " WORK-METHOD " "
                           FUNCTION TRIM(RWK-DOC-ID) " LINE "
                           RWK-SEQ-NO " - LINE VALUE " LINE-VALUE
                       PERFORM WRITE-ADJUSTMENT-RECORD
                       PERFORM POST-TO-ADJ-TABLE
               END-EVALUATE
           END-IF.

      *> One request per line and method, whatever the day it was
      *> keyed: a request still PENDING from an earlier run is brought
      *> up to the latest corrected text rather than raised twice. A
      *> line held under both methods counts as one held correction.
       HOLD-CORRECTION.
           IF LINE-HELD = 0
               ADD 1 TO HELD-COUNT
               MOVE 1 TO LINE-HELD
           END-IF.
           DISPLAY "*** HELD: " WORK-METHOD " "
               FUNCTION TRIM(RWK-DOC-ID) " LINE " RWK-SEQ-NO
               " - LINE VALUE " LINE-VALUE " IS ABOVE THE CORRLIMIT "
               "OF " CORR-LIMIT ". LINE LEFT OPEN PENDING APPROVAL".
           MOVE FUNCTION CURRENT-DATE TO APPROVAL-DATE.
           MOVE SPACE TO APPROVAL-SUBJECT.
           MOVE RWK-DOC-ID(1:20) TO APS-DOC-ID.
           MOVE RWK-SEQ-NO TO APS-SEQ-NO.
           MOVE WORK-METHOD TO APS-METHOD.
           MOVE 0 TO APPROVAL-FOUND.
           MOVE "RWKBILL" TO APV-FUNCTION.
           MOVE APPROVAL-SUBJECT TO APV-SUBJECT.
           MOVE LOW-VALUES TO APV-REQ-DATE.
           START APPROVAL-FILE KEY >= APV-KEY
               INVALID KEY MOVE 1 TO APPROVAL-EOF
           END-START.
           PERFORM UNTIL APPROVAL-EOF = 1 OR APPROVAL-FOUND = 1
               READ APPROVAL-FILE NEXT RECORD
                   AT END SET APPROVAL-EOF TO 1
                   NOT AT END
                       IF APV-FUNCTION NOT = "RWKBILL"
                          OR APV-SUBJECT NOT = APPROVAL-SUBJECT
                           MOVE 1 TO APPROVAL-EOF
                       ELSE
                           IF APV-STATE = "PENDING"
                               MOVE 1 TO APPROVAL-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO APPROVAL-EOF.
           IF APPROVAL-FOUND = 1
               PERFORM FILL-HELD-CORRECTION
               PERFORM REWRITE-APPROVAL
           ELSE
               MOVE "RWKBILL" TO APV-FUNCTION
               MOVE APPROVAL-SUBJECT TO APV-SUBJECT
               MOVE APPROVAL-DATE(1:8) TO APV-REQ-DATE
               READ APPROVAL-FILE
               IF APPROVAL-STATUS = "00"
                   PERFORM FILL-HELD-CORRECTION
                   PERFORM REWRITE-APPROVAL
               ELSE
                   MOVE "RWKBILL" TO APV-FUNCTION
                   MOVE APPROVAL-SUBJECT TO APV-SUBJECT
                   MOVE APPROVAL-DATE(1:8) TO APV-REQ-DATE
                   PERFORM FILL-HELD-CORRECTION
                   WRITE APPROVAL-RECORD
                   IF APPROVAL-STATUS NOT = "00"
                       DISPLAY "*** FATAL: APPROVAL FILE WRITE FAILED "
                           "WITH STATUS " APPROVAL-STATUS
                       CLOSE REWORK-WORK-FILE
                       PERFORM BAD-CONFIG-HALT
                   END-IF
               END-IF
           END-IF.

       FILL-HELD-CORRECTION.
           MOVE APPROVAL-DATE(9:6) TO APV-REQ-TIME.
           MOVE OPERATOR-ID TO APV-REQUESTED-BY.
           MOVE "PENDING" TO APV-STATE.
           MOVE SPACE TO APV-DECIDED-BY.
           MOVE SPACE TO APV-DECIDED-DATE.
           MOVE LINE-VALUE TO APV-VALUE.
           MOVE WORK-LINE TO APV-TEXT.

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

       FIND-ADJ-PAIR.
           MOVE 0 TO ADJ-FOUND.
           PERFORM VARYING AJI FROM 1 BY 1 UNTIL AJI > ADJ-COUNT
           MOVE LINE-VALUE TO ADJ-VALUE.
           MOVE SPACE TO ADJ-SEP5.
           MOVE WORK-LINE TO ADJ-TEXT.
           MOVE SPACE TO ADJ-SEP6.
           MOVE CORR-KEYED-BY TO ADJ-OPERATOR.
           MOVE SPACE TO ADJ-SEP7.
           MOVE CORR-APPROVED-BY TO ADJ-APPROVER.
           OPEN EXTEND ADJUSTMENT-FILE.
           WRITE ADJUSTMENT-RECORD.
           CLOSE ADJUSTMENT-FILE.
