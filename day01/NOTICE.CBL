      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Outbound supplier reject notices. The open rejects on the
      * exception dataset (exceptions.txt) are looked up on the document
      * master to find the supplier who sent them, and staged on the
      * keyed notice trail (notices.dat), which holds them in supplier,
      * document and sequence order. Every line the supplier has not
      * yet been told about is then written to a fixed-format notice
      * file for that supplier - <base>.<supplier>.<yyyymmdd>, base from
      * the NOTICEOUT parm card - one HDR per notice, one DTL per line
      * (document, sequence number, why it failed, the rejected text),
      * and a TRL with the document and line counts. The trail keeps
      * the date each line was sent, so there is always a record that
      * the supplier was told; AOC23D01NTI takes the replies in against
      * it. A line already sent is not sent again until its answer has
      * been reworked and the line is still open. An exception whose
      * document is not on the master has nobody to send it to and is
      * reported instead.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01NTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
           ASSIGN DYNAMIC EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXC-STATUS.

           SELECT DOC-MASTER-FILE ASSIGN TO "docmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DMS-DOC-ID
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL NOTICE-TRAIL-FILE ASSIGN TO "notices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NTR-KEY
           FILE STATUS IS TRAIL-STATUS.

           SELECT OPTIONAL NOTICE-FILE ASSIGN DYNAMIC NOTICE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  EXCEPTION-FILE LABEL RECORDS ARE OMITTED.
       COPY CALEXCP.

       FD  DOC-MASTER-FILE.
       COPY DOCMAST.

       FD  NOTICE-TRAIL-FILE.
       COPY NOTICE.

      *> Three record types share the notice file, told apart by the
      *> leading HDR / DTL / TRL.
       FD  NOTICE-FILE LABEL RECORDS ARE OMITTED.
       01  NOTICE-HEADER.
           05  NTH-TYPE            PIC X(3).
           05  NTH-SEP1            PIC X(1).
           05  NTH-SUPPLIER-CODE   PIC X(8).
           05  NTH-SEP2            PIC X(1).
           05  NTH-SUPPLIER-NAME   PIC X(30).
           05  NTH-SEP3            PIC X(1).
           05  NTH-NOTICE-DATE     PIC X(8).
       01  NOTICE-DETAIL.
           05  NTD-TYPE            PIC X(3).
           05  NTD-SEP1            PIC X(1).
           05  NTD-DOC-ID          PIC X(20).
           05  NTD-SEP2            PIC X(1).
           05  NTD-SEQ-NO          PIC 9(6).
           05  NTD-SEP3            PIC X(1).
           05  NTD-REASON          PIC X(40).
           05  NTD-SEP4            PIC X(1).
           05  NTD-TEXT            PIC X(60).
       01  NOTICE-TRAILER.
           05  NTT-TYPE            PIC X(3).
           05  NTT-SEP1            PIC X(1).
           05  NTT-DOCUMENTS       PIC 9(4).
           05  NTT-SEP2            PIC X(1).
           05  NTT-LINES           PIC 9(6).

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
       01  EXCEPTION-FILE-NAME  PIC X(80) VALUE "exceptions.txt".
       01  NOTICE-BASE-NAME     PIC X(80) VALUE "rejnote".
       01  NOTICE-FILE-NAME     PIC X(80) VALUE SPACE.
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

       01  EXC-STATUS      PIC XX VALUE "00".
       01  MASTER-STATUS   PIC XX VALUE "00".
       01  TRAIL-STATUS    PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  LOOKUP-DOC      PIC X(80) VALUE SPACE.
       01  TRAIL-CHANGED   PIC 9 VALUE 0.
       01  NOTICE-OPEN     PIC 9 VALUE 0.
       01  CURRENT-SUPPLIER PIC X(8) VALUE SPACE.
       01  CURRENT-DOC     PIC X(20) VALUE SPACE.

       01  EXC-READ-COUNT  PIC 9(6) VALUE 0.
       01  NO-SUPPLIER-COUNT PIC 9(6) VALUE 0.
       01  NEW-COUNT       PIC 9(6) VALUE 0.
       01  RENOTIFY-COUNT  PIC 9(6) VALUE 0.
       01  SUPPLIER-COUNT  PIC 9(4) VALUE 0.
       01  NOTICE-DOCS     PIC 9(4) VALUE 0.
       01  NOTICE-LINES    PIC 9(6) VALUE 0.
       01  SENT-COUNT      PIC 9(6) VALUE 0.

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
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE.
           OPEN INPUT DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "*** FATAL: CANNOT OPEN DOCUMENT MASTER - "
                   "STATUS " MASTER-STATUS " - RUN AOC23D01DMS FIRST"
               PERFORM BAD-CONFIG-HALT
           END-IF.
      *> Status 05 is the optional trail being created on first
      *> open - the normal bootstrap case, not an error.
           OPEN I-O NOTICE-TRAIL-FILE.
           IF TRAIL-STATUS NOT = "00" AND TRAIL-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN NOTICE TRAIL - "
                   "STATUS " TRAIL-STATUS
               CLOSE DOC-MASTER-FILE
               PERFORM BAD-CONFIG-HALT
           END-IF.
           PERFORM STAGE-OPEN-EXCEPTIONS.
           PERFORM SEND-NOTICES.
           CLOSE NOTICE-TRAIL-FILE.
           CLOSE DOC-MASTER-FILE.
           DISPLAY "OPEN EXCEPTIONS READ: " EXC-READ-COUNT.
           DISPLAY "NEW LINES STAGED: " NEW-COUNT
               " RE-NOTIFIED: " RENOTIFY-COUNT.
           DISPLAY "SUPPLIERS NOTIFIED: " SUPPLIER-COUNT
               " LINES SENT: " SENT-COUNT.
           IF NO-SUPPLIER-COUNT > 0
               DISPLAY "*** WARNING: " NO-SUPPLIER-COUNT
                   " EXCEPTION(S) ON DOCUMENTS NOT ON THE MASTER - NO "
                   "SUPPLIER TO NOTIFY"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
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
                   WHEN "EXCEPTIONS"
                       MOVE PARM-VALUE TO EXCEPTION-FILE-NAME
                   WHEN "NOTICEOUT"
                       MOVE PARM-VALUE TO NOTICE-BASE-NAME
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

       STAGE-OPEN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF EXC-STATUS NOT = "00"
               DISPLAY "NO EXCEPTION DATASET - NOTHING NEW TO NOTIFY"
           ELSE
               MOVE 0 TO FILE-STATUS
               PERFORM UNTIL FILE-STATUS = 1
                   READ EXCEPTION-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           ADD 1 TO EXC-READ-COUNT
                           PERFORM STAGE-ONE-EXCEPTION
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXCEPTION-FILE.
           MOVE 0 TO FILE-STATUS.

       STAGE-ONE-EXCEPTION.
           MOVE FUNCTION UPPER-CASE(EXC-DOC-ID) TO LOOKUP-DOC.
           MOVE LOOKUP-DOC TO DMS-DOC-ID.
           READ DOC-MASTER-FILE
               INVALID KEY
                   ADD 1 TO NO-SUPPLIER-COUNT
                   DISPLAY "*** NO SUPPLIER FOR "
                       FUNCTION TRIM(EXC-DOC-ID) " LINE " EXC-SEQ-NO
                       " - DOCUMENT NOT ON MASTER"
               NOT INVALID KEY
                   PERFORM STAGE-TRAIL-ENTRY
           END-READ.

      *> A line rejected on consecutive nightly runs is on the
      *> exception dataset once per run - the trail keeps one entry.
      *> A new method flag on a line already sent is news to the
      *> supplier; an answered line still open once its reply has had
      *> a night to be reworked failed again and goes back out.
       STAGE-TRAIL-ENTRY.
           MOVE DMS-SUPPLIER-CODE TO NTR-SUPPLIER-CODE.
           MOVE EXC-DOC-ID TO NTR-DOC-ID.
           MOVE EXC-SEQ-NO TO NTR-SEQ-NO.
           READ NOTICE-TRAIL-FILE
               INVALID KEY
                   MOVE SPACE TO NTR-PT1-FLAG
                   MOVE SPACE TO NTR-PT2-FLAG
                   PERFORM FLAG-EXCEPTION-METHOD
                   MOVE EXC-TEXT TO NTR-TEXT
                   MOVE EXC-RUN-DATE TO NTR-RUN-DATE
                   MOVE "PENDING" TO NTR-STATE
                   MOVE SPACE TO NTR-NOTICE-DATE
                   MOVE SPACE TO NTR-REPLY-DATE
                   WRITE NOTICE-TRAIL-RECORD
                   ADD 1 TO NEW-COUNT
               NOT INVALID KEY
                   PERFORM RESTAGE-TRAIL-ENTRY
           END-READ.

       RESTAGE-TRAIL-ENTRY.
           MOVE 0 TO TRAIL-CHANGED.
           IF (EXC-METHOD = "PT1" AND NTR-PT1-FLAG NOT = "Y")
              OR (EXC-METHOD = "PT2" AND NTR-PT2-FLAG NOT = "Y")
               PERFORM FLAG-EXCEPTION-METHOD
               MOVE 1 TO TRAIL-CHANGED
           ELSE
               IF NTR-STATE = "ANSWERED"
                  AND NTR-REPLY-DATE < CURR-DATE(1:8)
                   MOVE 1 TO TRAIL-CHANGED
               END-IF
           END-IF.
           IF TRAIL-CHANGED = 1
               IF NTR-STATE NOT = "PENDING"
                   ADD 1 TO RENOTIFY-COUNT
               END-IF
               MOVE EXC-TEXT TO NTR-TEXT
               MOVE EXC-RUN-DATE TO NTR-RUN-DATE
               MOVE "PENDING" TO NTR-STATE
               REWRITE NOTICE-TRAIL-RECORD
           END-IF.

       FLAG-EXCEPTION-METHOD.
           IF EXC-METHOD = "PT2"
               MOVE "Y" TO NTR-PT2-FLAG
           ELSE
               MOVE "Y" TO NTR-PT1-FLAG
           END-IF.

      *> The trail in key order arrives supplier by supplier and,
      *> within a supplier, document by document - one notice per
      *> supplier with a control break at each.
       SEND-NOTICES.
           MOVE LOW-VALUES TO NTR-KEY.
           START NOTICE-TRAIL-FILE KEY IS NOT LESS THAN NTR-KEY
               INVALID KEY SET FILE-STATUS TO 1
           END-START.
           PERFORM UNTIL FILE-STATUS = 1
               READ NOTICE-TRAIL-FILE NEXT RECORD
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       IF NTR-STATE = "PENDING"
                           PERFORM SEND-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF NOTICE-OPEN = 1
               PERFORM CLOSE-NOTICE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       SEND-ONE-LINE.
           IF NOTICE-OPEN = 1
              AND NTR-SUPPLIER-CODE NOT = CURRENT-SUPPLIER
               PERFORM CLOSE-NOTICE
           END-IF.
           IF NOTICE-OPEN = 0
               PERFORM OPEN-NOTICE
           END-IF.
           IF NTR-DOC-ID NOT = CURRENT-DOC
               MOVE NTR-DOC-ID TO CURRENT-DOC
               ADD 1 TO NOTICE-DOCS
           END-IF.
           MOVE "DTL" TO NTD-TYPE.
           MOVE SPACE TO NTD-SEP1.
           MOVE NTR-DOC-ID TO NTD-DOC-ID.
           MOVE SPACE TO NTD-SEP2.
           MOVE NTR-SEQ-NO TO NTD-SEQ-NO.
           MOVE SPACE TO NTD-SEP3.
           EVALUATE TRUE
               WHEN NTR-PT1-FLAG = "Y" AND NTR-PT2-FLAG = "Y"
                   MOVE "NO DIGIT FOUND UNDER PT1 OR PT2"
                       TO NTD-REASON
               WHEN NTR-PT2-FLAG = "Y"
                   MOVE "NO DIGIT OR DIGIT WORD FOUND UNDER PT2"
                       TO NTD-REASON
               WHEN OTHER
                   MOVE "NO DIGIT FOUND UNDER PT1" TO NTD-REASON
           END-EVALUATE.
           MOVE SPACE TO NTD-SEP4.
           MOVE NTR-TEXT TO NTD-TEXT.
           WRITE NOTICE-DETAIL.
           ADD 1 TO NOTICE-LINES.
           ADD 1 TO SENT-COUNT.
           MOVE "SENT" TO NTR-STATE.
           MOVE CURR-DATE(1:8) TO NTR-NOTICE-DATE.
           MOVE SPACE TO NTR-REPLY-DATE.
           REWRITE NOTICE-TRAIL-RECORD.

      *> A second run on the same day extends the day's notice file
      *> with another HDR-to-TRL notice rather than replacing the one
      *> already sent.
       OPEN-NOTICE.
           MOVE NTR-SUPPLIER-CODE TO CURRENT-SUPPLIER.
           MOVE SPACE TO CURRENT-DOC.
           MOVE 0 TO NOTICE-DOCS.
           MOVE 0 TO NOTICE-LINES.
           MOVE SPACE TO NOTICE-FILE-NAME.
           STRING FUNCTION TRIM(NOTICE-BASE-NAME) "."
               FUNCTION TRIM(CURRENT-SUPPLIER) "." CURR-DATE(1:8)
               DELIMITED BY SIZE INTO NOTICE-FILE-NAME.
           MOVE FUNCTION UPPER-CASE(NTR-DOC-ID) TO DMS-DOC-ID.
           READ DOC-MASTER-FILE
               INVALID KEY MOVE SPACE TO DMS-SUPPLIER-NAME
           END-READ.
           OPEN EXTEND NOTICE-FILE.
           MOVE 1 TO NOTICE-OPEN.
           ADD 1 TO SUPPLIER-COUNT.
           MOVE "HDR" TO NTH-TYPE.
           MOVE SPACE TO NTH-SEP1.
           MOVE CURRENT-SUPPLIER TO NTH-SUPPLIER-CODE.
           MOVE SPACE TO NTH-SEP2.
           MOVE DMS-SUPPLIER-NAME TO NTH-SUPPLIER-NAME.
           MOVE SPACE TO NTH-SEP3.
           MOVE CURR-DATE(1:8) TO NTH-NOTICE-DATE.
           WRITE NOTICE-HEADER.

       CLOSE-NOTICE.
           MOVE "TRL" TO NTT-TYPE.
           MOVE SPACE TO NTT-SEP1.
           MOVE NOTICE-DOCS TO NTT-DOCUMENTS.
           MOVE SPACE TO NTT-SEP2.
           MOVE NOTICE-LINES TO NTT-LINES.
           WRITE NOTICE-TRAILER.
           CLOSE NOTICE-FILE.
           MOVE 0 TO NOTICE-OPEN.
           DISPLAY "NOTICE " FUNCTION TRIM(NOTICE-FILE-NAME) ": "
               NOTICE-DOCS " DOCUMENT(S) " NOTICE-LINES " LINE(S)".

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01NTC" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "NOTICES" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE EXC-READ-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE NO-SUPPLIER-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE SENT-COUNT TO AUD-RESULT.
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
