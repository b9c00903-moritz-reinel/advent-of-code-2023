       01  PARM-NUM        PIC 9(6) VALUE 0.
       01  CHECKPOINT-FILE-NAME PIC X(80) VALUE "checkpoint.dat".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  HISTORY-FILE-NAME    PIC X(80) VALUE "runhist.txt".
       01  DETAIL-FILE-NAME     PIC X(80) VALUE "linedetl.txt".
       01  EXCEPTION-FILE-NAME  PIC X(80) VALUE "exceptions.txt".
       01  WORK-DOC-ID     PIC X(20) VALUE SPACE.
       01  KEEP-RECORD     PIC 9 VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO ARCHIVE-DATE.
                       MOVE PARM-VALUE TO EXCEPTION-FILE-NAME
                   WHEN "DOCSTAT"
                       MOVE PARM-VALUE TO DOCSTAT-FILE-NAME
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
           END-IF.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE SPACE TO AUD-SEP6.
           MOVE TOTAL-ARCHIVED TO AUD-RESULT.
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
