      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Maintenance utility for the operator authorization table
      * (opermast.dat), which says which operators may use which
      * privileged functions of the suite. Transactions from a
      * transaction file are applied against the keyed table:
      *   ADD,operator-id,name,function/function/...
      *   CHG,operator-id,name,function/function/...
      *   REV,operator-id
      * The functions are FORCE, CKPCLEAR, DCTRETIRE, RWKBILL and
      * SECADMIN (see OPERMAST.CPY); NONE takes every function away.
      * On a CHG card an empty field leaves that field as it stands.
      * Segregation of duties is enforced here as well: the operator
      * signed on - the login the step runs under, which an OPERATOR
      * card may only confirm - must be ACTIVE and hold
      * SECADMIN, and may not change or revoke their own entry. The
      * only exception is the bootstrap run against an empty table,
      * which may load the first administrators. Every accepted change
      * is appended, as an after-image carrying who made it, to the
      * table's own audit trail, and the table is listed at the end of
      * every run. An operator is never deleted: REV keeps the record
      * on file, flagged REVOKED, with every function taken away.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01OPM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL OPERATOR-MASTER-FILE
           ASSIGN TO "opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL OPER-TRAN-FILE
           ASSIGN DYNAMIC OPER-TRAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT OPTIONAL OPER-AUDIT-FILE
           ASSIGN DYNAMIC OPER-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  OPER-TRAN-FILE LABEL RECORDS ARE OMITTED.
       01  TRAN-LINE       PIC X(100).

       FD  OPER-AUDIT-FILE LABEL RECORDS ARE OMITTED.
       01  OPER-AUDIT-RECORD.
           05  OPA-RUN-DATE        PIC X(8).
           05  OPA-SEP1            PIC X(1).
           05  OPA-RUN-TIME        PIC X(6).
           05  OPA-SEP2            PIC X(1).
           05  OPA-ACTION          PIC X(3).
           05  OPA-SEP3            PIC X(1).
           05  OPA-OPR-ID          PIC X(8).
           05  OPA-SEP4            PIC X(1).
           05  OPA-NAME            PIC X(30).
           05  OPA-SEP5            PIC X(1).
           05  OPA-STATE           PIC X(7).
           05  OPA-SEP6            PIC X(1).
           05  OPA-FUNCTIONS       PIC X(5).
           05  OPA-SEP7            PIC X(1).
           05  OPA-CHANGED-BY      PIC X(8).

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
       01  OPER-TRAN-NAME       PIC X(80) VALUE "opertran.txt".
       01  OPER-AUDIT-NAME      PIC X(80) VALUE "operaud.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LOGIN-ID             PIC X(32) VALUE SPACE.

       01  MASTER-STATUS   PIC XX VALUE "00".
       01  TRAN-STATUS     PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

      *> 0 = the signed-on operator may not maintain the table,
      *> 1 = an active SECADMIN, 2 = bootstrap run on an empty table.
       01  ADMIN-MODE      PIC 9 VALUE 0.
       01  ADMIN-REASON    PIC X(40) VALUE SPACE.

       01  TRAN-ACTION     PIC X(4) VALUE SPACE.
       01  TRAN-OPR-ID     PIC X(20) VALUE SPACE.
       01  TRAN-NAME       PIC X(40) VALUE SPACE.
       01  TRAN-FUNCTION-LIST   PIC X(60) VALUE SPACE.
       01  TRAN-FUNCTION   OCCURS 6 TIMES PIC X(10).
       01  TRAN-FN-IX      PIC 9 VALUE 0.
       01  TRAN-FUNCTIONS.
           05  TRAN-FORCE      PIC X(1).
           05  TRAN-CKPCLEAR   PIC X(1).
           05  TRAN-DCTRETIRE  PIC X(1).
           05  TRAN-RWKBILL    PIC X(1).
           05  TRAN-SECADMIN   PIC X(1).
       01  TRAN-ERROR      PIC X(60) VALUE SPACE.
       01  OPR-ON-FILE     PIC 9 VALUE 0.

       01  TRAN-COUNT      PIC 9(4) VALUE 0.
       01  ACCEPTED-COUNT  PIC 9(4) VALUE 0.
       01  REJECTED-COUNT  PIC 9(4) VALUE 0.
       01  DENIED-COUNT    PIC 9(4) VALUE 0.
       01  ACTIVE-COUNT    PIC 9(4) VALUE 0.
       01  REVOKED-COUNT   PIC 9(4) VALUE 0.
       01  ADMIN-COUNT     PIC 9(4) VALUE 0.

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
      *> Status 05 is the optional table being created on first
      *> open - the normal bootstrap case, not an error.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF MASTER-STATUS NOT = "00" AND MASTER-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN OPERATOR TABLE - "
                   "STATUS " MASTER-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           PERFORM CHECK-ADMIN-AUTHORITY.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE OPERATOR-MASTER-FILE.
           PERFORM LIST-MASTER.
           DISPLAY "TRANSACTIONS READ: " TRAN-COUNT
               " ACCEPTED: " ACCEPTED-COUNT
               " REJECTED: " REJECTED-COUNT
               " REFUSED: " DENIED-COUNT.
           DISPLAY "OPERATORS ON FILE: " ACTIVE-COUNT " ACTIVE, "
               REVOKED-COUNT " REVOKED, " ADMIN-COUNT
               " MAY MAINTAIN THE TABLE".
           IF ACTIVE-COUNT > 0 AND ADMIN-COUNT = 0
               DISPLAY "*** WARNING: NO ACTIVE OPERATOR HOLDS SECADMIN"
                   " - THE TABLE CAN NO LONGER BE MAINTAINED"
           END-IF.
           EVALUATE TRUE
               WHEN DENIED-COUNT > 0
                   MOVE "DENIED" TO RUN-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-COUNT > 0
                   MOVE "EXCEPTIONS" TO RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
                   WHEN "OPERTRAN"
                       MOVE PARM-VALUE TO OPER-TRAN-NAME
                   WHEN "OPERAUDIT"
                       MOVE PARM-VALUE TO OPER-AUDIT-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
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
                   WHEN "UNATTENDED"
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

      *> An empty table is the bootstrap case - nobody can hold
      *> SECADMIN yet, so the first administrators are loaded by
      *> whoever runs it. From then on only an active SECADMIN may.
       CHECK-ADMIN-AUTHORITY.
           MOVE LOW-VALUES TO OPR-ID.
           START OPERATOR-MASTER-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY MOVE 2 TO ADMIN-MODE
           END-START.
           IF ADMIN-MODE = 2
               DISPLAY "OPERATOR TABLE IS EMPTY - BOOTSTRAP RUN, "
                   "EVERY CARD IS ACCEPTED"
           ELSE
               IF OPERATOR-ID = SPACE
                   MOVE "NO LOGIN TO SIGN ON WITH"
                       TO ADMIN-REASON
               ELSE
                   MOVE OPERATOR-ID TO OPR-ID
                   READ OPERATOR-MASTER-FILE
                   EVALUATE TRUE
                       WHEN MASTER-STATUS NOT = "00"
                           MOVE "IS NOT ON THE OPERATOR TABLE"
                               TO ADMIN-REASON
                       WHEN OPR-STATE NOT = "ACTIVE"
                           MOVE "HAS BEEN REVOKED" TO ADMIN-REASON
                       WHEN OPR-SECADMIN NOT = "Y"
                           MOVE "DOES NOT HOLD SECADMIN"
                               TO ADMIN-REASON
                       WHEN OTHER
                           MOVE 1 TO ADMIN-MODE
                   END-EVALUATE
               END-IF
               IF ADMIN-MODE = 0
                   DISPLAY "*** OPERATOR " OPERATOR-ID " "
                       ADMIN-REASON " - NO CHANGE WILL BE ACCEPTED"
               END-IF
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT OPER-TRAN-FILE.
           IF TRAN-STATUS NOT = "00"
               DISPLAY "NO TRANSACTION FILE - LIST ONLY"
           ELSE
               MOVE 0 TO FILE-STATUS
               PERFORM UNTIL FILE-STATUS = 1
                   READ OPER-TRAN-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF TRAN-LINE = SPACE
                              OR TRAN-LINE(1:1) = "*"
                               CONTINUE
                           ELSE
                               ADD 1 TO TRAN-COUNT
                               PERFORM APPLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-TRAN-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       APPLY-ONE-TRANSACTION.
           MOVE SPACE TO TRAN-ACTION.
           MOVE SPACE TO TRAN-OPR-ID.
           MOVE SPACE TO TRAN-NAME.
           MOVE SPACE TO TRAN-FUNCTION-LIST.
           MOVE SPACE TO TRAN-ERROR.
           UNSTRING TRAN-LINE DELIMITED BY ","
               INTO TRAN-ACTION TRAN-OPR-ID TRAN-NAME
                    TRAN-FUNCTION-LIST.
           MOVE FUNCTION UPPER-CASE(TRAN-ACTION) TO TRAN-ACTION.
           MOVE FUNCTION UPPER-CASE(TRAN-OPR-ID) TO TRAN-OPR-ID.
           MOVE FUNCTION UPPER-CASE(TRAN-FUNCTION-LIST)
               TO TRAN-FUNCTION-LIST.
           EVALUATE TRUE
               WHEN ADMIN-MODE = 0
                   ADD 1 TO DENIED-COUNT
                   DISPLAY "*** TRAN REFUSED: " TRAN-ACTION " "
                       TRAN-OPR-ID(1:8) " - OPERATOR " OPERATOR-ID
                       " MAY NOT MAINTAIN THE OPERATOR TABLE"
               WHEN TRAN-OPR-ID = SPACE
                  OR TRAN-OPR-ID(9:12) NOT = SPACE
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: OPERATOR-ID "
                       TRAN-OPR-ID " IS EMPTY OR LONGER THAN 8 "
                       "CHARACTERS"
               WHEN ADMIN-MODE = 1 AND TRAN-OPR-ID(1:8) = OPERATOR-ID
                   ADD 1 TO DENIED-COUNT
                   DISPLAY "*** TRAN REFUSED: " TRAN-ACTION " "
                       TRAN-OPR-ID(1:8) " - AN OPERATOR MAY NOT "
                       "CHANGE THEIR OWN AUTHORITY"
               WHEN OTHER
                   PERFORM READ-MASTER-ENTRY
                   EVALUATE TRAN-ACTION
                       WHEN "ADD"
                           PERFORM ADD-MASTER-ENTRY
                       WHEN "CHG"
                           PERFORM CHANGE-MASTER-ENTRY
                       WHEN "REV"
                           PERFORM REVOKE-MASTER-ENTRY
                       WHEN OTHER
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "*** TRAN REJECTED: UNKNOWN ACTION "
                               TRAN-ACTION " ON " TRAN-LINE
                   END-EVALUATE
           END-EVALUATE.

       READ-MASTER-ENTRY.
           MOVE TRAN-OPR-ID(1:8) TO OPR-ID.
           READ OPERATOR-MASTER-FILE.
           IF MASTER-STATUS = "00"
               MOVE 1 TO OPR-ON-FILE
           ELSE
               MOVE 0 TO OPR-ON-FILE
           END-IF.

       ADD-MASTER-ENTRY.
           IF OPR-ON-FILE = 1
               MOVE "IS ALREADY ON THE TABLE - USE CHG" TO TRAN-ERROR
           ELSE
               IF TRAN-NAME = SPACE
                   MOVE "OPERATOR NAME IS MISSING" TO TRAN-ERROR
               END-IF
               MOVE ALL "N" TO TRAN-FUNCTIONS
               PERFORM EDIT-FUNCTION-LIST
               PERFORM EDIT-COMMON-FIELDS
           END-IF.
           IF TRAN-ERROR NOT = SPACE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE TRAN-OPR-ID(1:8) TO OPR-ID
               MOVE TRAN-NAME TO OPR-NAME
               MOVE "ACTIVE" TO OPR-STATE
               MOVE TRAN-FUNCTIONS TO OPR-FUNCTIONS
               MOVE CURR-DATE(1:8) TO OPR-CHANGE-DATE
               MOVE OPERATOR-ID TO OPR-CHANGED-BY
               WRITE OPERATOR-MASTER-RECORD
               IF MASTER-STATUS NOT = "00"
                   DISPLAY "*** FATAL: WRITE FAILED WITH STATUS "
                       MASTER-STATUS " ON " OPR-ID
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO ACCEPTED-COUNT
               DISPLAY "ADDED " OPR-ID " " OPR-NAME
               MOVE "ADD" TO OPA-ACTION
               PERFORM WRITE-OPER-AUDIT
           END-IF.

      *> Fields left empty on the card keep their value on file, so
      *> the edits run against the merged after-image.
       CHANGE-MASTER-ENTRY.
           IF OPR-ON-FILE = 0
               MOVE "IS NOT ON THE TABLE - NOTHING TO CHANGE"
                   TO TRAN-ERROR
           ELSE
               IF OPR-STATE = "REVOKED"
                   MOVE "IS REVOKED - ADD THE OPERATOR UNDER A NEW ID"
                       TO TRAN-ERROR
               END-IF
               IF TRAN-NAME = SPACE
                   MOVE OPR-NAME TO TRAN-NAME
               END-IF
               MOVE OPR-FUNCTIONS TO TRAN-FUNCTIONS
               IF TRAN-FUNCTION-LIST NOT = SPACE
                   MOVE ALL "N" TO TRAN-FUNCTIONS
                   PERFORM EDIT-FUNCTION-LIST
               END-IF
               PERFORM EDIT-COMMON-FIELDS
           END-IF.
           IF TRAN-ERROR NOT = SPACE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE TRAN-NAME TO OPR-NAME
               MOVE TRAN-FUNCTIONS TO OPR-FUNCTIONS
               MOVE CURR-DATE(1:8) TO OPR-CHANGE-DATE
               MOVE OPERATOR-ID TO OPR-CHANGED-BY
               PERFORM REWRITE-MASTER-ENTRY
               DISPLAY "CHANGED " OPR-ID " " OPR-NAME
               MOVE "CHG" TO OPA-ACTION
               PERFORM WRITE-OPER-AUDIT
           END-IF.

       REVOKE-MASTER-ENTRY.
           IF OPR-ON-FILE = 0
               MOVE "IS NOT ON THE TABLE - NOTHING TO REVOKE"
                   TO TRAN-ERROR
           ELSE
               IF OPR-STATE = "REVOKED"
                   MOVE "IS ALREADY REVOKED" TO TRAN-ERROR
               END-IF
           END-IF.
           IF TRAN-ERROR NOT = SPACE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE "REVOKED" TO OPR-STATE
               MOVE ALL "N" TO OPR-FUNCTIONS
               MOVE CURR-DATE(1:8) TO OPR-CHANGE-DATE
               MOVE OPERATOR-ID TO OPR-CHANGED-BY
               PERFORM REWRITE-MASTER-ENTRY
               DISPLAY "REVOKED " OPR-ID
               MOVE "REV" TO OPA-ACTION
               PERFORM WRITE-OPER-AUDIT
           END-IF.

       REWRITE-MASTER-ENTRY.
           REWRITE OPERATOR-MASTER-RECORD.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "*** FATAL: REWRITE FAILED WITH STATUS "
                   MASTER-STATUS " ON " OPR-ID
               PERFORM BAD-CONFIG-HALT
           END-IF.
           ADD 1 TO ACCEPTED-COUNT.

      *> The function list is the slash-separated names from
      *> OPERMAST.CPY; NONE on its own takes every function away.
       EDIT-FUNCTION-LIST.
           MOVE SPACE TO TRAN-FUNCTION(1) TRAN-FUNCTION(2)
               TRAN-FUNCTION(3) TRAN-FUNCTION(4) TRAN-FUNCTION(5)
               TRAN-FUNCTION(6).
           UNSTRING TRAN-FUNCTION-LIST DELIMITED BY "/"
               INTO TRAN-FUNCTION(1) TRAN-FUNCTION(2)
                    TRAN-FUNCTION(3) TRAN-FUNCTION(4)
                    TRAN-FUNCTION(5) TRAN-FUNCTION(6).
           IF TRAN-FUNCTION(6) NOT = SPACE
               MOVE "MORE THAN FIVE FUNCTIONS ON THE CARD"
                   TO TRAN-ERROR
           END-IF.
           PERFORM VARYING TRAN-FN-IX FROM 1 BY 1
                   UNTIL TRAN-FN-IX > 5
               EVALUATE TRAN-FUNCTION(TRAN-FN-IX)
                   WHEN SPACE
                       CONTINUE
                   WHEN "NONE"
                       MOVE ALL "N" TO TRAN-FUNCTIONS
                   WHEN "FORCE"
                       MOVE "Y" TO TRAN-FORCE
                   WHEN "CKPCLEAR"
                       MOVE "Y" TO TRAN-CKPCLEAR
                   WHEN "DCTRETIRE"
                       MOVE "Y" TO TRAN-DCTRETIRE
                   WHEN "RWKBILL"
                       MOVE "Y" TO TRAN-RWKBILL
                   WHEN "SECADMIN"
                       MOVE "Y" TO TRAN-SECADMIN
                   WHEN OTHER
                       MOVE SPACE TO TRAN-ERROR
                       STRING "UNKNOWN FUNCTION "
                           TRAN-FUNCTION(TRAN-FN-IX)
                           DELIMITED BY SIZE INTO TRAN-ERROR
               END-EVALUATE
           END-PERFORM.

       EDIT-COMMON-FIELDS.
           IF TRAN-ERROR = SPACE
               IF TRAN-NAME(31:10) NOT = SPACE
                   MOVE "OPERATOR NAME IS LONGER THAN 30 CHARACTERS"
                       TO TRAN-ERROR
               END-IF
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "*** TRAN REJECTED: " TRAN-ACTION " "
               TRAN-OPR-ID(1:8) " " TRAN-ERROR.

       WRITE-OPER-AUDIT.
           MOVE CURR-DATE(1:8) TO OPA-RUN-DATE.
           MOVE SPACE TO OPA-SEP1.
           MOVE CURR-DATE(9:6) TO OPA-RUN-TIME.
           MOVE SPACE TO OPA-SEP2.
           MOVE SPACE TO OPA-SEP3.
           MOVE OPR-ID TO OPA-OPR-ID.
           MOVE SPACE TO OPA-SEP4.
           MOVE OPR-NAME TO OPA-NAME.
           MOVE SPACE TO OPA-SEP5.
           MOVE OPR-STATE TO OPA-STATE.
           MOVE SPACE TO OPA-SEP6.
           MOVE OPR-FUNCTIONS TO OPA-FUNCTIONS.
           MOVE SPACE TO OPA-SEP7.
           MOVE OPR-CHANGED-BY TO OPA-CHANGED-BY.
           OPEN EXTEND OPER-AUDIT-FILE.
           WRITE OPER-AUDIT-RECORD.
           CLOSE OPER-AUDIT-FILE.

      *> The function columns are F(ORCE), C(KPCLEAR), D(CTRETIRE),
      *> R(WKBILL) and S(ECADMIN), in that order.
       LIST-MASTER.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "OPERATOR TABLE IS EMPTY"
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "OPERATOR NAME                           "
                   "STATE   FCDRS CHANGED  BY"
               PERFORM UNTIL FILE-STATUS = 1
                   READ OPERATOR-MASTER-FILE NEXT RECORD
                       AT END SET FILE-STATUS TO 1
                       NOT AT END PERFORM LIST-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       LIST-ONE-ENTRY.
           DISPLAY OPR-ID " " OPR-NAME " " OPR-STATE " "
               OPR-FUNCTIONS " " OPR-CHANGE-DATE " " OPR-CHANGED-BY.
           IF OPR-STATE = "REVOKED"
               ADD 1 TO REVOKED-COUNT
           ELSE
               ADD 1 TO ACTIVE-COUNT
               IF OPR-SECADMIN = "Y"
                   ADD 1 TO ADMIN-COUNT
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01OPM" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "OPERMAST" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE TRAN-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           COMPUTE AUD-EXCEPTIONS = REJECTED-COUNT + DENIED-COUNT.
           MOVE SPACE TO AUD-SEP6.
           MOVE ACCEPTED-COUNT TO AUD-RESULT.
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
