      * scan can match), appends every accepted change to its own
      * change-audit trail, and only rewrites the dictionary when
      * transactions were accepted. With no transaction file it is a
      * pure certification run over the file as it stands. Retiring a
      * word changes what the live programs can match, so a DEL card
      * is only accepted from an operator (the login the step runs
      * under; an OPERATOR card may only confirm it) authorized
      * for DCTRETIRE; the audit trail records who made each change.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01DCT.
           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-MASTER-FILE
           ASSIGN TO "opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPR-ID
           FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
           05  DCA-DIGIT       PIC X(1).
           05  DCA-SEP5        PIC X(1).
           05  DCA-LANG        PIC X(2).
           05  DCA-SEP6        PIC X(1).
           05  DCA-OPERATOR    PIC X(8).

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  AUDIT-DATE      PIC X(21).
       01  DICT-TRAN-NAME       PIC X(80) VALUE "dicttran.txt".
       01  DICT-AUDIT-NAME      PIC X(80) VALUE "dictaud.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  LOGIN-ID             PIC X(32) VALUE SPACE.

       01  WORDS-STATUS    PIC XX VALUE "00".
       01  TRAN-STATUS     PIC XX VALUE "00".
       01  TRAN-COUNT      PIC 9(4) VALUE 0.
       01  ACCEPTED-COUNT  PIC 9(4) VALUE 0.
       01  REJECTED-COUNT  PIC 9(4) VALUE 0.
       01  DENIED-COUNT    PIC 9(4) VALUE 0.
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
       01  MATCH-FOUND     PIC 9 VALUE 0.
       01  MATCH-IX        PIC 9(3) VALUE 0.

       01  CERT-ERRORS     PIC 9(4) VALUE 0.
       01  LOW-CHAR        PIC X VALUE SPACE.

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
           PERFORM CHECK-OPERATOR.
           PERFORM LOAD-DICTIONARY.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM CERTIFY-DICTIONARY.
           END-IF.
           DISPLAY "TRANSACTIONS READ: " TRAN-COUNT
               " ACCEPTED: " ACCEPTED-COUNT
               " REJECTED: " REJECTED-COUNT
               " REFUSED: " DENIED-COUNT.
           DISPLAY "CERTIFICATION ERRORS: " CERT-ERRORS
               " SUBSTRING WARNINGS: " SUBSTR-WARNINGS.
      *> An entry skipped at load would BAD-CONFIG-HALT the
               MOVE "EXCEPTIONS" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF DENIED-COUNT > 0
               MOVE "DENIED" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

                       MOVE PARM-VALUE TO DICT-AUDIT-NAME
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
                   TO TRAN-LANG
           END-IF.
           PERFORM FIND-LIVE-ENTRY.
           EVALUATE TRUE
               WHEN OPERATOR-DCTRETIRE NOT = "Y"
                   ADD 1 TO DENIED-COUNT
                   DISPLAY "*** TRAN REFUSED: " TRAN-WORD "/"
                       TRAN-LANG " - OPERATOR " OPERATOR-ID
                       " IS NOT AUTHORIZED TO RETIRE A WORD"
               WHEN MATCH-FOUND = 0
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: " TRAN-WORD "/"
                       TRAN-LANG " IS NOT IN THE DICTIONARY - "
                       "NOTHING TO RETIRE"
               WHEN OTHER
                   MOVE 0 TO WORD-LIVE(MATCH-IX)
                   ADD 1 TO ACCEPTED-COUNT
                   MOVE WORD-DIGIT(MATCH-IX) TO TRAN-DIGIT
                   DISPLAY "RETIRED " WORD-TEXT(MATCH-IX) " ("
                       TRAN-LANG ")"
                   MOVE "DEL" TO DCA-ACTION
                   PERFORM WRITE-DICT-AUDIT
           END-EVALUATE.

       FIND-LIVE-ENTRY.
           MOVE 0 TO MATCH-FOUND.
               END-IF
           END-PERFORM.

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

       WRITE-DICT-AUDIT.
           MOVE CURR-DATE(1:8) TO DCA-RUN-DATE.
           MOVE SPACE TO DCA-SEP1.
           MOVE TRAN-DIGIT TO DCA-DIGIT.
           MOVE SPACE TO DCA-SEP5.
           MOVE TRAN-LANG TO DCA-LANG.
           MOVE SPACE TO DCA-SEP6.
           MOVE OPERATOR-ID TO DCA-OPERATOR.
           OPEN EXTEND DICT-AUDIT-FILE.
           WRITE DICT-AUDIT-RECORD.
           CLOSE DICT-AUDIT-FILE.
           END-IF.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
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
