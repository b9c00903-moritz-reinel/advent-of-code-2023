      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Inbound supplier resubmission intake. Reads a supplier's reply
      * to the reject notices from AOC23D01NTC - one fixed-format line
      * per corrected line: supplier code, document, sequence number,
      * corrected text - and checks each against the notice trail
      * (notices.dat). A line we actually sent the supplier and that
      * has not been answered yet is converted to a corrections card on
      * corrtran.txt for the next AOC23D01RWK run, and the trail is
      * stamped ANSWERED with the reply date. Anything else is not
      * posted: a line we never sent, a line not sent yet, a second
      * answer to a line already answered (in this reply or an earlier
      * one), or a line with no corrected text is written to the reply
      * exception report (replyrej.txt) for us to take up with the
      * supplier. Revalidating the corrected text stays with RWK, so
      * it is checked by the same digit logic that rejected it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01NTI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL REPLY-FILE ASSIGN DYNAMIC REPLY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPLY-STATUS.

           SELECT NOTICE-TRAIL-FILE ASSIGN TO "notices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTR-KEY
           FILE STATUS IS TRAIL-STATUS.

           SELECT OPTIONAL CORRECTION-FILE
           ASSIGN DYNAMIC CORRECTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLY-REPORT-FILE ASSIGN DYNAMIC REPLY-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  REPLY-FILE LABEL RECORDS ARE OMITTED.
       01  REPLY-RECORD.
           05  RPL-SUPPLIER-CODE   PIC X(8).
           05  RPL-SEP1            PIC X(1).
           05  RPL-DOC-ID          PIC X(20).
           05  RPL-SEP2            PIC X(1).
           05  RPL-SEQ-NO          PIC X(6).
           05  RPL-SEP3            PIC X(1).
           05  RPL-TEXT            PIC X(60).

       FD  NOTICE-TRAIL-FILE.
       COPY NOTICE.

       FD  CORRECTION-FILE LABEL RECORDS ARE OMITTED.
       01  CORRECTION-RECORD.
           05  CRT-DOC-ID      PIC X(80).
           05  CRT-SEP1        PIC X(1).
           05  CRT-SEQ-NO      PIC 9(6).
           05  CRT-SEP2        PIC X(1).
           05  CRT-TEXT        PIC X(60).

       FD  REPLY-REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  REPLY-REJECT-RECORD.
           05  RRJ-SUPPLIER-CODE   PIC X(8).
           05  RRJ-SEP1            PIC X(1).
           05  RRJ-DOC-ID          PIC X(20).
           05  RRJ-SEP2            PIC X(1).
           05  RRJ-SEQ-NO          PIC X(6).
           05  RRJ-SEP3            PIC X(1).
           05  RRJ-REASON          PIC X(40).
           05  RRJ-SEP4            PIC X(1).
           05  RRJ-TEXT            PIC X(60).

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
       01  REPLY-FILE-NAME      PIC X(80) VALUE "suppreply.txt".
       01  CORRECTION-FILE-NAME PIC X(80) VALUE "corrtran.txt".
       01  REPLY-RPT-NAME       PIC X(80) VALUE "replyrej.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

       01  REPLY-STATUS    PIC XX VALUE "00".
       01  TRAIL-STATUS    PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  REJECT-REASON   PIC X(40) VALUE SPACE.
       01  REPLY-COUNT     PIC 9(6) VALUE 0.
       01  ACCEPTED-COUNT  PIC 9(6) VALUE 0.
       01  UNMATCHED-COUNT PIC 9(6) VALUE 0.
       01  DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01  INVALID-COUNT   PIC 9(6) VALUE 0.
       01  REJECTED-COUNT  PIC 9(6) VALUE 0.

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
           OPEN INPUT REPLY-FILE.
           IF REPLY-STATUS NOT = "00"
               DISPLAY "NO SUPPLIER REPLY FILE - NOTHING TO TAKE IN"
               CLOSE REPLY-FILE
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           OPEN I-O NOTICE-TRAIL-FILE.
           IF TRAIL-STATUS NOT = "00"
               DISPLAY "*** FATAL: CANNOT OPEN NOTICE TRAIL - "
                   "STATUS " TRAIL-STATUS " - NO NOTICES HAVE BEEN SENT"
               CLOSE REPLY-FILE
               PERFORM BAD-CONFIG-HALT
           END-IF.
           OPEN EXTEND CORRECTION-FILE.
           OPEN OUTPUT REPLY-REPORT-FILE.
           PERFORM UNTIL FILE-STATUS = 1
               READ REPLY-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       IF REPLY-RECORD = SPACE
                          OR RPL-SUPPLIER-CODE(1:1) = "*"
                           CONTINUE
                       ELSE
                           ADD 1 TO REPLY-COUNT
                           PERFORM TAKE-IN-REPLY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPLY-REPORT-FILE.
           CLOSE CORRECTION-FILE.
           CLOSE NOTICE-TRAIL-FILE.
           CLOSE REPLY-FILE.
           COMPUTE REJECTED-COUNT =
               UNMATCHED-COUNT + DUPLICATE-COUNT + INVALID-COUNT.
           DISPLAY "REPLY LINES READ: " REPLY-COUNT.
           DISPLAY "CONVERTED TO CORRECTIONS: " ACCEPTED-COUNT.
           DISPLAY "UNMATCHED: " UNMATCHED-COUNT
               " DUPLICATED: " DUPLICATE-COUNT
               " UNUSABLE: " INVALID-COUNT.
           IF REJECTED-COUNT > 0
               DISPLAY REJECTED-COUNT " REPLY LINE(S) NOT POSTED - SEE "
                   FUNCTION TRIM(REPLY-RPT-NAME)
               MOVE "EXCEPTIONS" TO RUN-STATUS
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
                   WHEN "REPLYIN"
                       MOVE PARM-VALUE TO REPLY-FILE-NAME
                   WHEN "CORRECTIONS"
                       MOVE PARM-VALUE TO CORRECTION-FILE-NAME
                   WHEN "REPLYRPT"
                       MOVE PARM-VALUE TO REPLY-RPT-NAME
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

       TAKE-IN-REPLY-LINE.
           IF RPL-SEQ-NO IS NOT NUMERIC
               MOVE "SEQUENCE NUMBER NOT NUMERIC" TO REJECT-REASON
               ADD 1 TO INVALID-COUNT
               PERFORM REPORT-REPLY-LINE
           ELSE
               IF RPL-TEXT = SPACE
                   MOVE "NO CORRECTED TEXT" TO REJECT-REASON
                   ADD 1 TO INVALID-COUNT
                   PERFORM REPORT-REPLY-LINE
               ELSE
                   PERFORM MATCH-REPLY-LINE
               END-IF
           END-IF.

       MATCH-REPLY-LINE.
           MOVE FUNCTION UPPER-CASE(RPL-SUPPLIER-CODE)
               TO NTR-SUPPLIER-CODE.
           MOVE FUNCTION UPPER-CASE(RPL-DOC-ID) TO NTR-DOC-ID.
           MOVE RPL-SEQ-NO TO NTR-SEQ-NO.
           READ NOTICE-TRAIL-FILE
               INVALID KEY
                   MOVE "NO NOTICE SENT FOR THIS LINE" TO REJECT-REASON
                   ADD 1 TO UNMATCHED-COUNT
                   PERFORM REPORT-REPLY-LINE
               NOT INVALID KEY
                   PERFORM JUDGE-TRAIL-STATE
           END-READ.

       JUDGE-TRAIL-STATE.
           EVALUATE NTR-STATE
               WHEN "SENT"
                   PERFORM POST-CORRECTION
               WHEN "ANSWERED"
                   MOVE SPACE TO REJECT-REASON
                   STRING "LINE ALREADY ANSWERED ON " NTR-REPLY-DATE
                       DELIMITED BY SIZE INTO REJECT-REASON
                   ADD 1 TO DUPLICATE-COUNT
                   PERFORM REPORT-REPLY-LINE
               WHEN OTHER
                   MOVE "LINE NOT YET NOTIFIED" TO REJECT-REASON
                   ADD 1 TO UNMATCHED-COUNT
                   PERFORM REPORT-REPLY-LINE
           END-EVALUATE.

       POST-CORRECTION.
           MOVE NTR-DOC-ID TO CRT-DOC-ID.
           MOVE SPACE TO CRT-SEP1.
           MOVE NTR-SEQ-NO TO CRT-SEQ-NO.
           MOVE SPACE TO CRT-SEP2.
           MOVE RPL-TEXT TO CRT-TEXT.
           WRITE CORRECTION-RECORD.
           MOVE "ANSWERED" TO NTR-STATE.
           MOVE CURR-DATE(1:8) TO NTR-REPLY-DATE.
           REWRITE NOTICE-TRAIL-RECORD.
           ADD 1 TO ACCEPTED-COUNT.

       REPORT-REPLY-LINE.
           MOVE RPL-SUPPLIER-CODE TO RRJ-SUPPLIER-CODE.
           MOVE SPACE TO RRJ-SEP1.
           MOVE RPL-DOC-ID TO RRJ-DOC-ID.
           MOVE SPACE TO RRJ-SEP2.
           MOVE RPL-SEQ-NO TO RRJ-SEQ-NO.
           MOVE SPACE TO RRJ-SEP3.
           MOVE REJECT-REASON TO RRJ-REASON.
           MOVE SPACE TO RRJ-SEP4.
           MOVE RPL-TEXT TO RRJ-TEXT.
           WRITE REPLY-REJECT-RECORD.
           DISPLAY "*** REPLY NOT POSTED: " RPL-SUPPLIER-CODE " "
               FUNCTION TRIM(RPL-DOC-ID) " LINE " RPL-SEQ-NO " - "
               FUNCTION TRIM(REJECT-REASON).

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01NTI" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "REPLIES" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE REPLY-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE REJECTED-COUNT TO AUD-EXCEPTIONS.
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
