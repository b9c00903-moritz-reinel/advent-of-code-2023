      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Intake-to-settlement balancing proof, per document and run
      * date. Every other program balances its own piece; this one
      * follows each document's lines through all of them, using the
      * document's method of record (docmethod.txt, as AOC23D01SET
      * settles):
      *   TRAILER    record count on the TRL; record (docstat.txt,
      *              latest edit of the run date)
      *   PROCESSED  lines read by the calibration run of the run date
      *              (runaudit.txt, latest PT1/PT2 run record)
      *   DETAIL     lines carrying a value in linedetl.dat
      *   OPEN       open exceptions in exceptions.txt
      *   CORRECTED  corrected lines on the adjustment log adjust.txt
      *   SETTLED    detail plus adjusted lines on settle.txt
      * and proves
      *   PROCESSED = TRAILER                      (edit to run)
      *   DETAIL + OPEN + CORRECTED = TRAILER      (run to detail)
      *   SETTLED = DETAIL + CORRECTED             (detail to ledger)
      * A document that does not foot is listed OUT OF BALANCE with
      * the difference at each stage, and the run ends FLAGGED with
      * return code 4. A document not settled since the run date is
      * proven as far as detail and shown NOT SETTLED. The proof is
      * written to the balancing report (balctl.txt, BALRPT card).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01BAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL METHOD-FILE
           ASSIGN DYNAMIC METHOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METHOD-STATUS.

           SELECT OPTIONAL DOC-STATUS-FILE
           ASSIGN DYNAMIC DOCSTAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL KEYED-DETAIL-FILE ASSIGN TO "linedetl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KDT-KEY
           ALTERNATE RECORD KEY IS KDT-TEXT WITH DUPLICATES
           FILE STATUS IS KEYED-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
           ASSIGN DYNAMIC EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL ADJUSTMENT-FILE
           ASSIGN DYNAMIC ADJUST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL SETTLEMENT-FILE
           ASSIGN DYNAMIC SETTLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT BALANCE-REPORT-FILE
           ASSIGN DYNAMIC BALRPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  METHOD-FILE LABEL RECORDS ARE OMITTED.
       01  METHOD-LINE     PIC X(100).

       FD  DOC-STATUS-FILE LABEL RECORDS ARE OMITTED.
       COPY DOCSTAT.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       FD  KEYED-DETAIL-FILE.
       COPY KEYDETL.

       FD  EXCEPTION-FILE LABEL RECORDS ARE OMITTED.
       COPY CALEXCP.

       FD  ADJUSTMENT-FILE LABEL RECORDS ARE OMITTED.
       01  ADJUSTMENT-RECORD.
           05  ADJ-RUN-DATE    PIC X(8).
           05  ADJ-SEP1        PIC X(1).
           05  ADJ-METHOD      PIC X(3).
           05  ADJ-SEP2        PIC X(1).
           05  ADJ-DOC-ID      PIC X(80).
           05  ADJ-SEP3        PIC X(1).
           05  ADJ-SEQ-NO      PIC 9(6).
           05  ADJ-SEP4        PIC X(1).
           05  ADJ-VALUE       PIC 9(2).
           05  ADJ-SEP5        PIC X(1).
           05  ADJ-TEXT        PIC X(60).
           05  ADJ-SEP6        PIC X(1).
           05  ADJ-OPERATOR    PIC X(8).
           05  ADJ-SEP7        PIC X(1).
           05  ADJ-APPROVER    PIC X(8).

       FD  SETTLEMENT-FILE LABEL RECORDS ARE OMITTED.
       COPY SETTLREC.

      *> One line per document and run date. The differences are
      *> signed: a positive difference means the later stage holds
      *> more lines than the earlier one (doubled), negative means
      *> lines were dropped.
       FD  BALANCE-REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  BALANCE-REPORT-RECORD.
           05  BLR-RUN-DATE    PIC X(8).
           05  BLR-SEP1        PIC X(1).
           05  BLR-DOC-ID      PIC X(20).
           05  BLR-SEP2        PIC X(1).
           05  BLR-METHOD      PIC X(3).
           05  BLR-SEP3        PIC X(1).
           05  BLR-TRAILER     PIC 9(6).
           05  BLR-SEP4        PIC X(1).
           05  BLR-PROCESSED   PIC 9(6).
           05  BLR-SEP5        PIC X(1).
           05  BLR-DETAIL      PIC 9(6).
           05  BLR-SEP6        PIC X(1).
           05  BLR-OPEN        PIC 9(6).
           05  BLR-SEP7        PIC X(1).
           05  BLR-CORRECTED   PIC 9(6).
           05  BLR-SEP8        PIC X(1).
           05  BLR-SETTLED     PIC 9(6).
           05  BLR-SEP9        PIC X(1).
           05  BLR-EDIT-DIFF   PIC S9(6) SIGN IS LEADING SEPARATE.
           05  BLR-SEP10       PIC X(1).
           05  BLR-DETAIL-DIFF PIC S9(6) SIGN IS LEADING SEPARATE.
           05  BLR-SEP11       PIC X(1).
           05  BLR-SETTLE-DIFF PIC S9(6) SIGN IS LEADING SEPARATE.
           05  BLR-SEP12       PIC X(1).
           05  BLR-VERDICT     PIC X(14).

       WORKING-STORAGE SECTION.
       01  RUN-STATUS      PIC X(10) VALUE "CLEAN".
       01  AUDIT-DATE      PIC X(21).
       01  CURR-DATE       PIC X(21).

       01  PARM-STATUS     PIC XX VALUE "00".
       01  PARM-EOF        PIC 9 VALUE 0.
       01  PARM-KEY        PIC X(20).
       01  PARM-VALUE      PIC X(80).
       01  METHOD-FILE-NAME     PIC X(80) VALUE "docmethod.txt".
       01  DOCSTAT-FILE-NAME    PIC X(80) VALUE "docstat.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  EXCEPTION-FILE-NAME  PIC X(80) VALUE "exceptions.txt".
       01  ADJUST-FILE-NAME     PIC X(80) VALUE "adjust.txt".
       01  SETTLE-FILE-NAME     PIC X(80) VALUE "settle.txt".
       01  BALRPT-FILE-NAME     PIC X(80) VALUE "balctl.txt".
       01  UNATTENDED-OPT       PIC X VALUE "N".

       01  METHOD-STATUS   PIC XX VALUE "00".
       01  DATASET-STATUS  PIC XX VALUE "00".
       01  KEYED-STATUS    PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  BAL-DATE        PIC X(8) VALUE SPACE.
       01  DATE-ANSWER     PIC X(8) VALUE SPACE.

      *> Method of record per document, from the method file.
       01  METHOD-TABLE.
           05  METHOD-ENTRY OCCURS 500 TIMES.
               10  MTT-DOC-ID      PIC X(80).
               10  MTT-METHOD      PIC X(3).
       01  METHOD-COUNT    PIC 9(4) VALUE 0.
       01  MTI             PIC 9(4) VALUE 0.
       01  METHOD-FOUND    PIC 9 VALUE 0.
       01  METHOD-IX       PIC 9(4) VALUE 0.
       01  METHOD-DOC-TEXT PIC X(80) VALUE SPACE.
       01  METHOD-TEXT     PIC X(10) VALUE SPACE.
       01  METHOD-ERRORS   PIC 9(4) VALUE 0.

      *> One entry per document edited or run on the run date.
       01  BALANCE-TABLE.
           05  BALANCE-ENTRY OCCURS 500 TIMES.
               10  BLT-DOC-ID      PIC X(80).
               10  BLT-METHOD      PIC X(3).
               10  BLT-PROGRAM     PIC X(14).
               10  BLT-EDITED      PIC 9.
               10  BLT-EDIT-STATUS PIC X(8).
               10  BLT-TRL-FOUND   PIC 9.
               10  BLT-TRAILER     PIC 9(6).
               10  BLT-RAN         PIC 9.
               10  BLT-PROCESSED   PIC 9(6).
               10  BLT-DETAIL      PIC 9(6).
               10  BLT-OPEN        PIC 9(6).
               10  BLT-CORRECTED   PIC 9(6).
               10  BLT-SETTLE-FLAG PIC 9.
               10  BLT-SETTLED     PIC 9(6).
       01  BALANCE-COUNT   PIC 9(4) VALUE 0.
       01  BTI             PIC 9(4) VALUE 0.
       01  BALANCE-FOUND   PIC 9 VALUE 0.
       01  BALANCE-IX      PIC 9(4) VALUE 0.
       01  LOOKUP-DOC      PIC X(80) VALUE SPACE.

      *> Lines already counted, so a line rejected on consecutive runs
      *> or corrected twice counts once: kind E (open exception) or A
      *> (adjustment), balance-table entry and sequence number.
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 2000 TIMES.
               10  SNT-KIND        PIC X.
               10  SNT-BAL-IX      PIC 9(4).
               10  SNT-SEQ-NO      PIC 9(6).
       01  SEEN-COUNT      PIC 9(4) VALUE 0.
       01  SNI             PIC 9(4) VALUE 0.
       01  SEEN-FOUND      PIC 9 VALUE 0.
       01  SEEN-KIND       PIC X VALUE SPACE.
       01  SEEN-SEQ-NO     PIC 9(6) VALUE 0.

       01  EDIT-DIFF       PIC S9(6) VALUE 0.
       01  DETAIL-DIFF     PIC S9(6) VALUE 0.
       01  SETTLE-DIFF     PIC S9(6) VALUE 0.
       01  EDIT-DIFF-OUT   PIC -----9.
       01  DETAIL-DIFF-OUT PIC -----9.
       01  SETTLE-DIFF-OUT PIC -----9.
       01  VERDICT         PIC X(14) VALUE SPACE.

       01  IN-BALANCE-COUNT     PIC 9(4) VALUE 0.
       01  OUT-BALANCE-COUNT    PIC 9(4) VALUE 0.
       01  UNSETTLED-COUNT      PIC 9(4) VALUE 0.
       01  REJECTED-COUNT       PIC 9(4) VALUE 0.

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
      *> UNATTENDED=Y proves today's runs so the report can ride the
      *> nightly schedule; otherwise the auditor keys the run date.
           IF UNATTENDED-OPT = "Y"
               MOVE SPACE TO DATE-ANSWER
           ELSE
               DISPLAY "ENTER THE RUN DATE TO PROVE (YYYYMMDD), OR "
                   "PRESS ENTER FOR TODAY " CURR-DATE(1:8) ":"
               ACCEPT DATE-ANSWER FROM CONSOLE
           END-IF.
           IF DATE-ANSWER = SPACE
               MOVE CURR-DATE(1:8) TO BAL-DATE
           ELSE
               MOVE DATE-ANSWER TO BAL-DATE
           END-IF.
           IF BAL-DATE IS NOT NUMERIC
               DISPLAY "*** FATAL: RUN DATE " BAL-DATE
                   " IS NOT YYYYMMDD"
               PERFORM BAD-CONFIG-HALT
           END-IF.
           PERFORM LOAD-METHODS.
           PERFORM SCAN-DOC-STATUS.
           PERFORM SCAN-RUN-AUDIT.
           PERFORM SCAN-KEYED-DETAIL.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM SCAN-ADJUSTMENTS.
           PERFORM SCAN-SETTLEMENT.
           PERFORM PROVE-DOCUMENTS.
           IF METHOD-ERRORS > 0
               DISPLAY "*** WARNING: " METHOD-ERRORS " METHOD CARD(S) "
                   "WERE UNREADABLE - CORRECT THE METHOD FILE"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF OUT-BALANCE-COUNT > 0
               DISPLAY "*** " OUT-BALANCE-COUNT " DOCUMENT(S) OUT OF "
                   "BALANCE FOR RUN DATE " BAL-DATE
               MOVE "FLAGGED" TO RUN-STATUS
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
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "DOCSTAT"
                       MOVE PARM-VALUE TO DOCSTAT-FILE-NAME
                   WHEN "UNATTENDED"
                       MOVE PARM-VALUE(1:1) TO UNATTENDED-OPT
                   WHEN "SETTLE"
                       MOVE PARM-VALUE TO SETTLE-FILE-NAME
                   WHEN "ADJUST"
                       MOVE PARM-VALUE TO ADJUST-FILE-NAME
                   WHEN "METHODS"
                       MOVE PARM-VALUE TO METHOD-FILE-NAME
                   WHEN "BALRPT"
                       MOVE PARM-VALUE TO BALRPT-FILE-NAME
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
                   WHEN "VALIDATE"
                       CONTINUE
                   WHEN "RUNCTL"
                       CONTINUE
                   WHEN "FORCE"
                       CONTINUE
                   WHEN "LANGUAGE"
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

       LOAD-METHODS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT METHOD-FILE.
           IF METHOD-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ METHOD-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF METHOD-LINE = SPACE
                              OR METHOD-LINE(1:1) = "*"
                               CONTINUE
                           ELSE
                               PERFORM STORE-METHOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE METHOD-FILE
           ELSE
               DISPLAY "NO METHOD FILE FOUND - EVERY DOCUMENT IS "
                   "PROVEN ON PT1"
           END-IF.
           MOVE 0 TO FILE-STATUS.

       STORE-METHOD.
           MOVE SPACE TO METHOD-DOC-TEXT.
           MOVE SPACE TO METHOD-TEXT.
           UNSTRING METHOD-LINE DELIMITED BY ","
               INTO METHOD-DOC-TEXT METHOD-TEXT.
           MOVE FUNCTION UPPER-CASE(METHOD-TEXT) TO METHOD-TEXT.
           MOVE FUNCTION UPPER-CASE(METHOD-DOC-TEXT) TO LOOKUP-DOC.
           IF METHOD-TEXT NOT = "PT1" AND METHOD-TEXT NOT = "PT2"
               ADD 1 TO METHOD-ERRORS
               DISPLAY "*** METHOD CARD IGNORED: " METHOD-LINE(1:60)
                   " - METHOD MUST BE PT1 OR PT2"
           ELSE
               PERFORM FIND-METHOD
               IF METHOD-FOUND = 1
                   MOVE METHOD-TEXT TO MTT-METHOD(METHOD-IX)
               ELSE
                   IF METHOD-COUNT > 499
                       DISPLAY "*** FATAL: METHOD FILE CARRIES MORE "
                           "THAN 500 DOCUMENTS - METHOD-TABLE IS FULL"
                       PERFORM BAD-CONFIG-HALT
                   END-IF
                   ADD 1 TO METHOD-COUNT
                   MOVE LOOKUP-DOC TO MTT-DOC-ID(METHOD-COUNT)
                   MOVE METHOD-TEXT TO MTT-METHOD(METHOD-COUNT)
               END-IF
           END-IF.

       FIND-METHOD.
           MOVE 0 TO METHOD-FOUND.
           PERFORM VARYING MTI FROM 1 BY 1 UNTIL MTI > METHOD-COUNT
                                             OR METHOD-FOUND = 1
               IF MTT-DOC-ID(MTI) = LOOKUP-DOC
                   MOVE 1 TO METHOD-FOUND
                   MOVE MTI TO METHOD-IX
               END-IF
           END-PERFORM.

       FIND-BALANCE.
           MOVE 0 TO BALANCE-FOUND.
           PERFORM VARYING BTI FROM 1 BY 1 UNTIL BTI > BALANCE-COUNT
                                             OR BALANCE-FOUND = 1
               IF BLT-DOC-ID(BTI) = LOOKUP-DOC
                   MOVE 1 TO BALANCE-FOUND
                   MOVE BTI TO BALANCE-IX
               END-IF
           END-PERFORM.

       FIND-OR-ADD-BALANCE.
           PERFORM FIND-BALANCE.
           IF BALANCE-FOUND = 0
               IF BALANCE-COUNT > 499
                   DISPLAY "*** FATAL: MORE THAN 500 DOCUMENTS ON RUN "
                       "DATE " BAL-DATE " - BALANCE-TABLE IS FULL"
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO BALANCE-COUNT
               MOVE BALANCE-COUNT TO BALANCE-IX
               MOVE LOOKUP-DOC TO BLT-DOC-ID(BALANCE-IX)
               PERFORM FIND-METHOD
               IF METHOD-FOUND = 1
                   MOVE MTT-METHOD(METHOD-IX) TO BLT-METHOD(BALANCE-IX)
               ELSE
                   MOVE "PT1" TO BLT-METHOD(BALANCE-IX)
               END-IF
               IF BLT-METHOD(BALANCE-IX) = "PT2"
                   MOVE "AOC23D01PT2" TO BLT-PROGRAM(BALANCE-IX)
               ELSE
                   MOVE "AOC23D01PT1" TO BLT-PROGRAM(BALANCE-IX)
               END-IF
               MOVE 0 TO BLT-EDITED(BALANCE-IX)
               MOVE SPACE TO BLT-EDIT-STATUS(BALANCE-IX)
               MOVE 0 TO BLT-TRL-FOUND(BALANCE-IX)
               MOVE 0 TO BLT-TRAILER(BALANCE-IX)
               MOVE 0 TO BLT-RAN(BALANCE-IX)
               MOVE 0 TO BLT-PROCESSED(BALANCE-IX)
               MOVE 0 TO BLT-DETAIL(BALANCE-IX)
               MOVE 0 TO BLT-OPEN(BALANCE-IX)
               MOVE 0 TO BLT-CORRECTED(BALANCE-IX)
               MOVE 0 TO BLT-SETTLE-FLAG(BALANCE-IX)
               MOVE 0 TO BLT-SETTLED(BALANCE-IX)
           END-IF.

      *> The last edit of the run date stands - a document rejected
      *> and then resent is proven against the trailer it passed on.
       SCAN-DOC-STATUS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DOC-STATUS-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ DOC-STATUS-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF DCS-RUN-DATE = BAL-DATE
                               PERFORM NOTE-EDIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DOC-STATUS-FILE.
           MOVE 0 TO FILE-STATUS.

       NOTE-EDIT.
           MOVE FUNCTION UPPER-CASE(DCS-DOC-ID) TO LOOKUP-DOC.
           PERFORM FIND-OR-ADD-BALANCE.
           MOVE 1 TO BLT-EDITED(BALANCE-IX).
           MOVE DCS-STATUS TO BLT-EDIT-STATUS(BALANCE-IX).
           IF DCS-TRL-COUNT IS NUMERIC
               MOVE 1 TO BLT-TRL-FOUND(BALANCE-IX)
               MOVE DCS-TRL-COUNT TO BLT-TRAILER(BALANCE-IX)
           ELSE
               MOVE 0 TO BLT-TRL-FOUND(BALANCE-IX)
               MOVE 0 TO BLT-TRAILER(BALANCE-IX)
           END-IF.

      *> The latest calibration run of the run date under the method
      *> of record. Marker records (FORCED, DUPLICATE), refused runs
      *> and bad-config halts read nothing; a REVERSED marker backs
      *> the run out again. Console inquiries are not documents.
       SCAN-RUN-AUDIT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT AUDIT-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ AUDIT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF AUD-RUN-DATE = BAL-DATE
                              AND (AUD-PROGRAM = "AOC23D01PT1"
                                OR AUD-PROGRAM = "AOC23D01PT2")
                              AND AUD-DOC-ID NOT = "CONSOLE-INQUIRY"
                               PERFORM NOTE-RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUDIT-FILE.
           MOVE 0 TO FILE-STATUS.

       NOTE-RUN.
           EVALUATE AUD-STATUS
               WHEN "FORCED"
               WHEN "DUPLICATE"
               WHEN "REJECTED"
               WHEN "BADCONFIG"
                   CONTINUE
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(AUD-DOC-ID) TO LOOKUP-DOC
                   PERFORM FIND-OR-ADD-BALANCE
                   IF AUD-PROGRAM = BLT-PROGRAM(BALANCE-IX)
                       IF AUD-STATUS = "REVERSED"
                           MOVE 0 TO BLT-RAN(BALANCE-IX)
                           MOVE 0 TO BLT-PROCESSED(BALANCE-IX)
                       ELSE
                           MOVE 1 TO BLT-RAN(BALANCE-IX)
                           MOVE AUD-LINES TO BLT-PROCESSED(BALANCE-IX)
                       END-IF
                   END-IF
           END-EVALUATE.

       SCAN-KEYED-DETAIL.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT KEYED-DETAIL-FILE.
           IF KEYED-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ KEYED-DETAIL-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(KDT-DOC-ID)
                               TO LOOKUP-DOC
                           PERFORM FIND-BALANCE
                           IF BALANCE-FOUND = 1
                               PERFORM COUNT-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE KEYED-DETAIL-FILE.
           MOVE 0 TO FILE-STATUS.

       COUNT-DETAIL-LINE.
           IF BLT-METHOD(BALANCE-IX) = "PT2"
               IF KDT-PT2-FLAG = "Y"
                   ADD 1 TO BLT-DETAIL(BALANCE-IX)
               END-IF
           ELSE
               IF KDT-PT1-FLAG = "Y"
                   ADD 1 TO BLT-DETAIL(BALANCE-IX)
               END-IF
           END-IF.

      *> Exceptions.txt is cumulative; only lines rejected by the
      *> run date's own calibration run, under the document's method
      *> of record, are open against it.
       SCAN-EXCEPTIONS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT EXCEPTION-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ EXCEPTION-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(EXC-DOC-ID)
                               TO LOOKUP-DOC
                           PERFORM FIND-BALANCE
                           IF BALANCE-FOUND = 1
                              AND EXC-METHOD = BLT-METHOD(BALANCE-IX)
                              AND EXC-RUN-DATE = BAL-DATE
                               MOVE "E" TO SEEN-KIND
                               MOVE EXC-SEQ-NO TO SEEN-SEQ-NO
                               PERFORM CHECK-SEEN
                               IF SEEN-FOUND = 0
                                   ADD 1 TO BLT-OPEN(BALANCE-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXCEPTION-FILE.
           MOVE 0 TO FILE-STATUS.

      *> Corrections are counted the way AOC23D01SET nets them in -
      *> under the document's method of record only, once per
      *> document and line. The adjustment log is cumulative and a
      *> correction carries the date of the rework run that keyed it,
      *> so those keyed on or after the run date count, the same
      *> window the settlement is taken over.
       SCAN-ADJUSTMENTS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ ADJUSTMENT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(ADJ-DOC-ID)
                               TO LOOKUP-DOC
                           PERFORM FIND-BALANCE
                           IF BALANCE-FOUND = 1
                              AND ADJ-METHOD = BLT-METHOD(BALANCE-IX)
                              AND ADJ-RUN-DATE NOT < BAL-DATE
                               MOVE "A" TO SEEN-KIND
                               MOVE ADJ-SEQ-NO TO SEEN-SEQ-NO
                               PERFORM CHECK-SEEN
                               IF SEEN-FOUND = 0
                                 ADD 1 TO BLT-CORRECTED(BALANCE-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ADJUSTMENT-FILE.
           MOVE 0 TO FILE-STATUS.

      *> SEEN-FOUND comes back 1 when the line was already counted;
      *> otherwise the line is remembered.
       CHECK-SEEN.
           MOVE 0 TO SEEN-FOUND.
           PERFORM VARYING SNI FROM 1 BY 1 UNTIL SNI > SEEN-COUNT
                                             OR SEEN-FOUND = 1
               IF SNT-KIND(SNI) = SEEN-KIND
                  AND SNT-BAL-IX(SNI) = BALANCE-IX
                  AND SNT-SEQ-NO(SNI) = SEEN-SEQ-NO
                   MOVE 1 TO SEEN-FOUND
               END-IF
           END-PERFORM.
           IF SEEN-FOUND = 0
               IF SEEN-COUNT > 1999
                   DISPLAY "*** FATAL: MORE THAN 2000 OPEN OR "
                       "CORRECTED LINES ON RUN DATE " BAL-DATE
                       " - SEEN-TABLE IS FULL"
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO SEEN-COUNT
               MOVE SEEN-KIND TO SNT-KIND(SEEN-COUNT)
               MOVE BALANCE-IX TO SNT-BAL-IX(SEEN-COUNT)
               MOVE SEEN-SEQ-NO TO SNT-SEQ-NO(SEEN-COUNT)
           END-IF.

      *> settle.txt holds the latest settlement run only; it counts
      *> for the run date when it was settled on or after it.
       SCAN-SETTLEMENT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT SETTLEMENT-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ SETTLEMENT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF SET-RUN-DATE NOT < BAL-DATE
                              AND SET-STATUS NOT = "REVERSED"
                               MOVE FUNCTION UPPER-CASE(SET-DOC-ID)
                                   TO LOOKUP-DOC
                               PERFORM FIND-BALANCE
                               IF BALANCE-FOUND = 1
                                   PERFORM NOTE-SETTLEMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SETTLEMENT-FILE.
           MOVE 0 TO FILE-STATUS.

       NOTE-SETTLEMENT.
           MOVE 1 TO BLT-SETTLE-FLAG(BALANCE-IX).
           COMPUTE BLT-SETTLED(BALANCE-IX) = SET-LINES + SET-ADJ-LINES.

       PROVE-DOCUMENTS.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           DISPLAY "BALANCING PROOF FOR RUN DATE " BAL-DATE " - "
               BALANCE-COUNT " DOCUMENT(S)".
           DISPLAY "DOCUMENT             MTH TRAILR PROCSD DETAIL "
               "  OPEN CORRTD SETTLD  EDIT DETAIL SETTLE VERDICT".
           PERFORM VARYING BTI FROM 1 BY 1 UNTIL BTI > BALANCE-COUNT
               PERFORM PROVE-ONE-DOCUMENT
           END-PERFORM.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY "IN BALANCE: " IN-BALANCE-COUNT
               " OUT OF BALANCE: " OUT-BALANCE-COUNT
               " NOT SETTLED: " UNSETTLED-COUNT
               " EDIT REJECTED: " REJECTED-COUNT.

      *> A document whose edit stands REJECTED was never meant to be
      *> processed and is listed without a verdict on its lines.
       PROVE-ONE-DOCUMENT.
           COMPUTE EDIT-DIFF = BLT-PROCESSED(BTI) - BLT-TRAILER(BTI).
           COMPUTE DETAIL-DIFF = BLT-DETAIL(BTI) + BLT-OPEN(BTI)
               + BLT-CORRECTED(BTI) - BLT-TRAILER(BTI).
           IF BLT-SETTLE-FLAG(BTI) = 1
               COMPUTE SETTLE-DIFF = BLT-SETTLED(BTI)
                   - BLT-DETAIL(BTI) - BLT-CORRECTED(BTI)
           ELSE
               MOVE 0 TO SETTLE-DIFF
           END-IF.
           EVALUATE TRUE
               WHEN BLT-EDIT-STATUS(BTI) = "REJECTED"
                AND BLT-RAN(BTI) = 0
                   MOVE "EDIT REJECTED" TO VERDICT
                   ADD 1 TO REJECTED-COUNT
               WHEN BLT-TRL-FOUND(BTI) = 0
                   MOVE "NO TRAILER" TO VERDICT
                   ADD 1 TO OUT-BALANCE-COUNT
               WHEN EDIT-DIFF NOT = 0
                 OR DETAIL-DIFF NOT = 0
                 OR SETTLE-DIFF NOT = 0
                   MOVE "OUT OF BALANCE" TO VERDICT
                   ADD 1 TO OUT-BALANCE-COUNT
               WHEN BLT-SETTLE-FLAG(BTI) = 0
                   MOVE "NOT SETTLED" TO VERDICT
                   ADD 1 TO UNSETTLED-COUNT
               WHEN OTHER
                   MOVE "IN BALANCE" TO VERDICT
                   ADD 1 TO IN-BALANCE-COUNT
           END-EVALUATE.
           PERFORM WRITE-BALANCE-LINE.

       WRITE-BALANCE-LINE.
           MOVE BAL-DATE TO BLR-RUN-DATE.
           MOVE SPACE TO BLR-SEP1.
           MOVE BLT-DOC-ID(BTI) TO BLR-DOC-ID.
           MOVE SPACE TO BLR-SEP2.
           MOVE BLT-METHOD(BTI) TO BLR-METHOD.
           MOVE SPACE TO BLR-SEP3.
           MOVE BLT-TRAILER(BTI) TO BLR-TRAILER.
           MOVE SPACE TO BLR-SEP4.
           MOVE BLT-PROCESSED(BTI) TO BLR-PROCESSED.
           MOVE SPACE TO BLR-SEP5.
           MOVE BLT-DETAIL(BTI) TO BLR-DETAIL.
           MOVE SPACE TO BLR-SEP6.
           MOVE BLT-OPEN(BTI) TO BLR-OPEN.
           MOVE SPACE TO BLR-SEP7.
           MOVE BLT-CORRECTED(BTI) TO BLR-CORRECTED.
           MOVE SPACE TO BLR-SEP8.
           MOVE BLT-SETTLED(BTI) TO BLR-SETTLED.
           MOVE SPACE TO BLR-SEP9.
           MOVE EDIT-DIFF TO BLR-EDIT-DIFF.
           MOVE SPACE TO BLR-SEP10.
           MOVE DETAIL-DIFF TO BLR-DETAIL-DIFF.
           MOVE SPACE TO BLR-SEP11.
           MOVE SETTLE-DIFF TO BLR-SETTLE-DIFF.
           MOVE SPACE TO BLR-SEP12.
           MOVE VERDICT TO BLR-VERDICT.
           WRITE BALANCE-REPORT-RECORD.
           MOVE EDIT-DIFF TO EDIT-DIFF-OUT.
           MOVE DETAIL-DIFF TO DETAIL-DIFF-OUT.
           MOVE SETTLE-DIFF TO SETTLE-DIFF-OUT.
           DISPLAY BLR-DOC-ID " " BLR-METHOD " " BLR-TRAILER " "
               BLR-PROCESSED " " BLR-DETAIL " " BLR-OPEN " "
               BLR-CORRECTED " " BLR-SETTLED " " EDIT-DIFF-OUT " "
               DETAIL-DIFF-OUT " " SETTLE-DIFF-OUT " " VERDICT.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01BAL" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "BALANCE" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE BALANCE-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE OUT-BALANCE-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE IN-BALANCE-COUNT TO AUD-RESULT.
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
