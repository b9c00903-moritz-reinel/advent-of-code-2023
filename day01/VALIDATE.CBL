      * the document. The verdict is stamped to the document-status
      * dataset; with VALIDATE=Y on the parm card the calibration
      * programs will only process a document stamped ACCEPTED.
      *
      * The document must also be registered on the document master
      * (docmast.dat, maintained by AOC23D01DMS): a document that is
      * not on file or has been CLOSED, a LANGUAGE card that does not
      * match the registered language, or a data-record count outside
      * the registered range rejects the document like any other edit
      * error.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01EDT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-STATUS.

           SELECT DOC-MASTER-FILE ASSIGN TO "docmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMS-DOC-ID
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL DOC-STATUS-FILE
           ASSIGN DYNAMIC DOCSTAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  INPUT-FILE LABEL RECORDS ARE OMITTED.
       01  EDIT-LINE       PIC X(256).

       FD  DOC-MASTER-FILE.
       COPY DOCMAST.

       FD  DOC-STATUS-FILE LABEL RECORDS ARE OMITTED.
       COPY DOCSTAT.

       01  INPUT-FILE-NAME      PIC X(80) VALUE "input.txt".
       01  DOCSTAT-FILE-NAME    PIC X(80) VALUE "docstat.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

       01  DOC-LANG        PIC X(2) VALUE "EN".

       01  INPUT-STATUS    PIC XX VALUE "00".
       01  MASTER-STATUS   PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  RECORD-COUNT    PIC 9(6) VALUE 0.
       01  BAD-CHAR-FLAG   PIC 9 VALUE 0.
       01  BAD-CHAR-POS    PIC 9(3) VALUE 0.

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
           OPEN INPUT INPUT-FILE.
           IF INPUT-STATUS NOT = "00"
               END-IF
           END-IF.

           PERFORM CHECK-DOC-MASTER.

           DISPLAY "RECORDS READ: " RECORD-COUNT
               " DATA RECORDS: " DATA-COUNT
               " EDIT ERRORS: " ERROR-COUNT.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

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
               ADD 1 TO ERROR-COUNT
               DISPLAY "*** EDIT: " DOC-ID " IS NOT ON THE DOCUMENT "
                   "MASTER - REGISTER IT WITH AOC23D01DMS"
           ELSE
               PERFORM CHECK-MASTER-ENTRY
           END-IF.
           CLOSE DOC-MASTER-FILE.

       CHECK-MASTER-ENTRY.
           IF DMS-STATE NOT = "ACTIVE"
               ADD 1 TO ERROR-COUNT
               DISPLAY "*** EDIT: " DOC-ID " IS " DMS-STATE " ON THE "
                   "DOCUMENT MASTER"
           END-IF.
           IF DMS-LANG NOT = DOC-LANG
               ADD 1 TO ERROR-COUNT
               DISPLAY "*** EDIT: LANGUAGE CARD " DOC-LANG " DOES NOT "
                   "MATCH REGISTERED LANGUAGE " DMS-LANG " FOR " DOC-ID
           END-IF.
           IF DATA-COUNT < DMS-MIN-LINES
              OR DATA-COUNT > DMS-MAX-LINES
               ADD 1 TO ERROR-COUNT
               DISPLAY "*** EDIT: " DATA-COUNT " DATA RECORDS IS "
                   "OUTSIDE THE REGISTERED RANGE " DMS-MIN-LINES
                   " TO " DMS-MAX-LINES " FOR SUPPLIER "
                   DMS-SUPPLIER-CODE
           END-IF.

       VALIDATE-RECORD.
           IF EDIT-LINE(1:4) = "HDR;"
               PERFORM VALIDATE-HEADER
           MOVE SPACE TO DCS-SEP2.
           MOVE DOC-ID TO DCS-DOC-ID.
           MOVE SPACE TO DCS-SEP3.
           MOVE SPACE TO DCS-SEP4.
           MOVE TRL-COUNT TO DCS-TRL-COUNT.
           OPEN EXTEND DOC-STATUS-FILE.
           WRITE DOC-STATUS-RECORD.
           CLOSE DOC-STATUS-FILE.
                       MOVE PARM-VALUE TO DOCSTAT-FILE-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "LANGUAGE"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:2))
                           TO DOC-LANG
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "RESULT"
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
           STOP RUN.

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
