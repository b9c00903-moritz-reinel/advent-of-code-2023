      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Cross-document duplicate-line detection over the keyed detail
      * dataset (linedetl.dat). The dataset is read in line-text order
      * on its alternate key, so every line carrying the same text
      * arrives together, whatever document it came in. Any text found
      * in more than one document is written to the duplicate-line
      * report (duprpt.txt, DUPRPT card) - every document, sequence
      * number, PT1 and PT2 value and the value at stake under the
      * document's method of record (docmethod.txt, PT1 default, as
      * AOC23D01SET bills it). The earliest document to arrive (first
      * edit on docstat.txt; one with no edit on file counts as the
      * latest) holds the ORIGINAL lines, every later copy is a
      * DUPLICATE. A document where more than the DUPPCT percentage
      * (default 50) of its lines duplicate an earlier document is
      * flagged SUSPECT on suspect.dat.
      * Hold and release cards from a transaction file (DUPTRAN card,
      * default duptran.txt) are applied after the scan:
      *   HLD,doc-id    hold a SUSPECT document out of settlement
      *   RLS,doc-id    release a HELD document for settlement
      * AOC23D01SET skips a HELD document until it is released. The
      * suspect list is shown at the end of every run, and the run
      * ends FLAGGED with return code 4 while any document is SUSPECT
      * and undecided.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01DUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL KEYED-DETAIL-FILE ASSIGN TO "linedetl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KDT-KEY
           ALTERNATE RECORD KEY IS KDT-TEXT WITH DUPLICATES
           FILE STATUS IS KEYED-STATUS.

           SELECT OPTIONAL SUSPECT-FILE ASSIGN TO "suspect.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-DOC-ID
           FILE STATUS IS SUSPECT-STATUS.

           SELECT OPTIONAL METHOD-FILE
           ASSIGN DYNAMIC METHOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METHOD-STATUS.

           SELECT OPTIONAL DOC-STATUS-FILE
           ASSIGN DYNAMIC DOCSTAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOCSTAT-STATUS.

           SELECT OPTIONAL DUP-TRAN-FILE
           ASSIGN DYNAMIC DUP-TRAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN DYNAMIC DUP-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  KEYED-DETAIL-FILE.
       COPY KEYDETL.

       FD  SUSPECT-FILE.
       COPY SUSPECT.

       FD  METHOD-FILE LABEL RECORDS ARE OMITTED.
       01  METHOD-LINE     PIC X(100).

       FD  DOC-STATUS-FILE LABEL RECORDS ARE OMITTED.
       COPY DOCSTAT.

       FD  DUP-TRAN-FILE LABEL RECORDS ARE OMITTED.
       01  TRAN-LINE       PIC X(100).

      *> One DUP line per document line in a duplicated text group,
      *> then one DOC line per document carrying duplicates. The
      *> value at stake is the line's value under the document's
      *> method of record - what settlement would bill for it.
       FD  DUP-REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  DUP-LINE-RECORD.
           05  DPL-RUN-DATE    PIC X(8).
           05  DPL-SEP1        PIC X(1).
           05  DPL-TYPE        PIC X(3).
           05  DPL-SEP2        PIC X(1).
           05  DPL-DOC-ID      PIC X(20).
           05  DPL-SEP3        PIC X(1).
           05  DPL-SEQ-NO      PIC 9(6).
           05  DPL-SEP4        PIC X(1).
           05  DPL-METHOD      PIC X(3).
           05  DPL-SEP5        PIC X(1).
           05  DPL-PT1-FLAG    PIC X(1).
           05  DPL-PT1-VALUE   PIC 9(2).
           05  DPL-SEP6        PIC X(1).
           05  DPL-PT2-FLAG    PIC X(1).
           05  DPL-PT2-VALUE   PIC 9(2).
           05  DPL-SEP7        PIC X(1).
           05  DPL-STAKE       PIC 9(2).
           05  DPL-SEP8        PIC X(1).
           05  DPL-ROLE        PIC X(9).
           05  DPL-SEP9        PIC X(1).
           05  DPL-TEXT        PIC X(60).
       01  DUP-DOC-RECORD.
           05  DPD-RUN-DATE    PIC X(8).
           05  DPD-SEP1        PIC X(1).
           05  DPD-TYPE        PIC X(3).
           05  DPD-SEP2        PIC X(1).
           05  DPD-DOC-ID      PIC X(20).
           05  DPD-SEP3        PIC X(1).
           05  DPD-LINES       PIC 9(6).
           05  DPD-SEP4        PIC X(1).
           05  DPD-METHOD      PIC X(3).
           05  DPD-SEP5        PIC X(1).
           05  DPD-DUP-LINES   PIC 9(6).
           05  DPD-SEP6        PIC X(1).
           05  DPD-DUP-PCT     PIC 9(3).
           05  DPD-SEP7        PIC X(1).
           05  DPD-DUP-VALUE   PIC 9(9).
           05  DPD-SEP8        PIC X(1).
           05  DPD-STATE       PIC X(8).

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
       01  PARM-NUM        PIC 9(6) VALUE 0.
       01  METHOD-FILE-NAME     PIC X(80) VALUE "docmethod.txt".
       01  DOCSTAT-FILE-NAME    PIC X(80) VALUE "docstat.txt".
       01  DUP-TRAN-NAME        PIC X(80) VALUE "duptran.txt".
       01  DUP-REPORT-NAME      PIC X(80) VALUE "duprpt.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  DUP-PCT-LIMIT        PIC 9(3) VALUE 50.

       01  KEYED-STATUS    PIC XX VALUE "00".
       01  SUSPECT-STATUS  PIC XX VALUE "00".
       01  METHOD-STATUS   PIC XX VALUE "00".
       01  DOCSTAT-STATUS  PIC XX VALUE "00".
       01  TRAN-STATUS     PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

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
       01  LOOKUP-DOC      PIC X(80) VALUE SPACE.

      *> When each document first arrived - the date and time of its
      *> first edit on docstat.txt.
       01  ARRIVAL-TABLE.
           05  ARRIVAL-ENTRY OCCURS 2000 TIMES.
               10  ART-DOC-ID      PIC X(20).
               10  ART-STAMP       PIC X(14).
       01  ARRIVAL-COUNT   PIC 9(4) VALUE 0.
       01  ARI             PIC 9(4) VALUE 0.
       01  ARRIVAL-FOUND   PIC 9 VALUE 0.

      *> Every document met on the keyed dataset.
       01  DOC-TABLE.
           05  DOC-ENTRY OCCURS 500 TIMES.
               10  DT-DOC-ID       PIC X(80).
               10  DT-STAMP        PIC X(14).
               10  DT-METHOD       PIC X(3).
               10  DT-LINES        PIC 9(6).
               10  DT-DUP-LINES    PIC 9(6).
               10  DT-DUP-VALUE    PIC 9(9).
               10  DT-DUP-PCT      PIC 9(3).
               10  DT-IN-GROUP     PIC 9.
       01  DOC-COUNT       PIC 9(4) VALUE 0.
       01  DTI             PIC 9(4) VALUE 0.
       01  DOC-IX          PIC 9(4) VALUE 0.
       01  DOC-FOUND       PIC 9 VALUE 0.

      *> The lines of the current text group.
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 1000 TIMES.
               10  GT-DOC-IX       PIC 9(4).
               10  GT-SEQ-NO       PIC 9(6).
               10  GT-PT1-FLAG     PIC X(1).
               10  GT-PT1-VALUE    PIC 9(2).
               10  GT-PT2-FLAG     PIC X(1).
               10  GT-PT2-VALUE    PIC 9(2).
               10  GT-STAKE        PIC 9(2).
       01  GROUP-COUNT     PIC 9(4) VALUE 0.
       01  GTI             PIC 9(4) VALUE 0.
       01  GROUP-TEXT      PIC X(60) VALUE SPACE.
       01  GROUP-OPEN      PIC 9 VALUE 0.
       01  GROUP-DOCS      PIC 9(4) VALUE 0.
       01  ORIGINAL-IX     PIC 9(4) VALUE 0.

       01  TRAN-ACTION     PIC X(4) VALUE SPACE.
       01  TRAN-DOC-ID     PIC X(80) VALUE SPACE.
       01  TRAN-COUNT      PIC 9(4) VALUE 0.
       01  ACCEPTED-COUNT  PIC 9(4) VALUE 0.
       01  REJECTED-COUNT  PIC 9(4) VALUE 0.

       01  READ-COUNT      PIC 9(6) VALUE 0.
       01  DUP-TEXT-COUNT  PIC 9(6) VALUE 0.
       01  DUP-LINE-COUNT  PIC 9(6) VALUE 0.
       01  DUP-DOC-COUNT   PIC 9(4) VALUE 0.
       01  DUP-VALUE-TOTAL PIC 9(9) VALUE 0.
       01  FLAGGED-COUNT   PIC 9(4) VALUE 0.
       01  CLEARED-COUNT   PIC 9(4) VALUE 0.
       01  SUSPECT-COUNT   PIC 9(4) VALUE 0.
       01  HELD-COUNT      PIC 9(4) VALUE 0.
       01  SUSPECT-EOF     PIC 9 VALUE 0.

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
           PERFORM LOAD-METHODS.
           PERFORM LOAD-ARRIVALS.
           OPEN INPUT KEYED-DETAIL-FILE.
           IF KEYED-STATUS NOT = "00"
               DISPLAY "*** FATAL: CANNOT OPEN KEYED DETAIL DATASET - "
                   "STATUS " KEYED-STATUS " - RUN AOC23D01DTL FIRST"
               PERFORM BAD-CONFIG-HALT
           END-IF.
      *> Status 05 is the optional suspect dataset being created on
      *> first open - nothing has been flagged yet.
           OPEN I-O SUSPECT-FILE.
           IF SUSPECT-STATUS NOT = "00" AND SUSPECT-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN SUSPECT DATASET - "
                   "STATUS " SUSPECT-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           OPEN OUTPUT DUP-REPORT-FILE.
           PERFORM SCAN-BY-LINE-TEXT.
           CLOSE KEYED-DETAIL-FILE.
           PERFORM VARYING DTI FROM 1 BY 1 UNTIL DTI > DOC-COUNT
               IF DT-DUP-LINES(DTI) > 0
                   PERFORM JUDGE-DOCUMENT
               END-IF
           END-PERFORM.
           PERFORM CLEAR-STALE-SUSPECTS.
           CLOSE DUP-REPORT-FILE.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM LIST-SUSPECTS.
           CLOSE SUSPECT-FILE.
           DISPLAY "KEYED DETAIL RECORDS READ: " READ-COUNT
               " DOCUMENTS: " DOC-COUNT.
           DISPLAY "DUPLICATED TEXTS: " DUP-TEXT-COUNT
               " DUPLICATE LINES: " DUP-LINE-COUNT
               " IN " DUP-DOC-COUNT " DOCUMENT(S) - VALUE AT STAKE "
               DUP-VALUE-TOTAL.
           DISPLAY "NEWLY FLAGGED SUSPECT: " FLAGGED-COUNT
               " CLEARED: " CLEARED-COUNT.
           DISPLAY "HOLD/RELEASE CARDS READ: " TRAN-COUNT
               " ACCEPTED: " ACCEPTED-COUNT
               " REJECTED: " REJECTED-COUNT.
           DISPLAY "SUSPECT AWAITING A DECISION: " SUSPECT-COUNT
               " HELD OUT OF SETTLEMENT: " HELD-COUNT.
           IF REJECTED-COUNT > 0 OR METHOD-ERRORS > 0
               MOVE "EXCEPTIONS" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF SUSPECT-COUNT > 0
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
                   WHEN "METHODS"
                       MOVE PARM-VALUE TO METHOD-FILE-NAME
                   WHEN "DOCSTAT"
                       MOVE PARM-VALUE TO DOCSTAT-FILE-NAME
                   WHEN "DUPTRAN"
                       MOVE PARM-VALUE TO DUP-TRAN-NAME
                   WHEN "DUPRPT"
                       MOVE PARM-VALUE TO DUP-REPORT-NAME
                   WHEN "DUPPCT"
                       MOVE FUNCTION NUMVAL(PARM-VALUE) TO PARM-NUM
                       IF PARM-NUM < 1 OR PARM-NUM > 99
                           DISPLAY "*** INVALID DUPPCT ON PARM "
                               "CARD - KEEPING " DUP-PCT-LIMIT
                       ELSE
                           MOVE PARM-NUM TO DUP-PCT-LIMIT
                       END-IF
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
               DISPLAY "NO METHOD FILE FOUND - VALUE AT STAKE TAKEN "
                   "ON PT1"
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

      *> docstat.txt is appended in time order, so the first record
      *> met for a document is its first arrival.
       LOAD-ARRIVALS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DOC-STATUS-FILE.
           IF DOCSTAT-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ DOC-STATUS-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END PERFORM STORE-ARRIVAL
                   END-READ
               END-PERFORM
               CLOSE DOC-STATUS-FILE
           ELSE
               DISPLAY "NO DOCUMENT STATUS FILE - DOCUMENT ORDER "
                   "DECIDES WHICH COPY IS THE ORIGINAL"
           END-IF.
           MOVE 0 TO FILE-STATUS.

       STORE-ARRIVAL.
           MOVE FUNCTION UPPER-CASE(DCS-DOC-ID) TO LOOKUP-DOC.
           PERFORM FIND-ARRIVAL.
           IF ARRIVAL-FOUND = 0
               IF ARRIVAL-COUNT > 1999
                   DISPLAY "*** FATAL: DOCUMENT STATUS FILE CARRIES "
                       "MORE THAN 2000 DOCUMENTS - ARRIVAL-TABLE IS "
                       "FULL. ARCHIVE THE FILE AND RERUN"
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO ARRIVAL-COUNT
               MOVE LOOKUP-DOC TO ART-DOC-ID(ARRIVAL-COUNT)
               MOVE DCS-RUN-DATE TO ART-STAMP(ARRIVAL-COUNT)(1:8)
               MOVE DCS-RUN-TIME TO ART-STAMP(ARRIVAL-COUNT)(9:6)
           END-IF.

       FIND-ARRIVAL.
           MOVE 0 TO ARRIVAL-FOUND.
           PERFORM VARYING ARI FROM 1 BY 1 UNTIL ARI > ARRIVAL-COUNT
                                             OR ARRIVAL-FOUND = 1
               IF ART-DOC-ID(ARI) = LOOKUP-DOC(1:20)
                   MOVE 1 TO ARRIVAL-FOUND
               END-IF
           END-PERFORM.
           IF ARRIVAL-FOUND = 1
               SUBTRACT 1 FROM ARI
           END-IF.

      *> The alternate key brings equal texts together; a change of
      *> text closes the group before it.
       SCAN-BY-LINE-TEXT.
           MOVE LOW-VALUES TO KDT-TEXT.
           START KEYED-DETAIL-FILE KEY IS NOT LESS THAN KDT-TEXT
               INVALID KEY SET FILE-STATUS TO 1
           END-START.
           PERFORM UNTIL FILE-STATUS = 1
               READ KEYED-DETAIL-FILE NEXT RECORD
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       ADD 1 TO READ-COUNT
                       PERFORM POST-TEXT-LINE
               END-READ
           END-PERFORM.
           IF GROUP-OPEN = 1
               PERFORM CLOSE-TEXT-GROUP
           END-IF.
           MOVE 0 TO FILE-STATUS.

       POST-TEXT-LINE.
           IF GROUP-OPEN = 1 AND KDT-TEXT NOT = GROUP-TEXT
               PERFORM CLOSE-TEXT-GROUP
           END-IF.
           IF GROUP-OPEN = 0
               MOVE KDT-TEXT TO GROUP-TEXT
               MOVE 1 TO GROUP-OPEN
               MOVE 0 TO GROUP-COUNT
           END-IF.
           PERFORM FIND-OR-ADD-DOCUMENT.
           ADD 1 TO DT-LINES(DOC-IX).
      *> A blank line is not a copy of anything - it is counted
      *> against its document but never grouped.
           IF KDT-TEXT NOT = SPACE
               IF GROUP-COUNT > 999
                   DISPLAY "*** FATAL: MORE THAN 1000 LINES CARRY THE "
                       "SAME TEXT - GROUP-TABLE IS FULL: " KDT-TEXT
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO GROUP-COUNT
               MOVE DOC-IX TO GT-DOC-IX(GROUP-COUNT)
               MOVE KDT-SEQ-NO TO GT-SEQ-NO(GROUP-COUNT)
               MOVE KDT-PT1-FLAG TO GT-PT1-FLAG(GROUP-COUNT)
               MOVE KDT-PT1-VALUE TO GT-PT1-VALUE(GROUP-COUNT)
               MOVE KDT-PT2-FLAG TO GT-PT2-FLAG(GROUP-COUNT)
               MOVE KDT-PT2-VALUE TO GT-PT2-VALUE(GROUP-COUNT)
               MOVE 0 TO GT-STAKE(GROUP-COUNT)
               IF DT-METHOD(DOC-IX) = "PT2"
                   IF KDT-PT2-FLAG = "Y"
                       MOVE KDT-PT2-VALUE TO GT-STAKE(GROUP-COUNT)
                   END-IF
               ELSE
                   IF KDT-PT1-FLAG = "Y"
                       MOVE KDT-PT1-VALUE TO GT-STAKE(GROUP-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-DOCUMENT.
           MOVE 0 TO DOC-FOUND.
           PERFORM VARYING DTI FROM 1 BY 1 UNTIL DTI > DOC-COUNT
                                             OR DOC-FOUND = 1
               IF DT-DOC-ID(DTI) = KDT-DOC-ID
                   MOVE 1 TO DOC-FOUND
                   MOVE DTI TO DOC-IX
               END-IF
           END-PERFORM.
           IF DOC-FOUND = 0
               IF DOC-COUNT > 499
                   DISPLAY "*** FATAL: KEYED DETAIL DATASET CARRIES "
                       "MORE THAN 500 DOCUMENTS - DOC-TABLE IS FULL"
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO DOC-COUNT
               MOVE DOC-COUNT TO DOC-IX
               MOVE KDT-DOC-ID TO DT-DOC-ID(DOC-IX)
               MOVE 0 TO DT-LINES(DOC-IX)
               MOVE 0 TO DT-DUP-LINES(DOC-IX)
               MOVE 0 TO DT-DUP-VALUE(DOC-IX)
               MOVE 0 TO DT-DUP-PCT(DOC-IX)
               MOVE 0 TO DT-IN-GROUP(DOC-IX)
               MOVE FUNCTION UPPER-CASE(KDT-DOC-ID) TO LOOKUP-DOC
               PERFORM FIND-METHOD
               IF METHOD-FOUND = 1
                   MOVE MTT-METHOD(METHOD-IX) TO DT-METHOD(DOC-IX)
               ELSE
                   MOVE "PT1" TO DT-METHOD(DOC-IX)
               END-IF
               PERFORM FIND-ARRIVAL
               IF ARRIVAL-FOUND = 1
                   MOVE ART-STAMP(ARI) TO DT-STAMP(DOC-IX)
               ELSE
                   MOVE ALL "9" TO DT-STAMP(DOC-IX)
               END-IF
           END-IF.

      *> A text in only one document is not a cross-document copy.
      *> Otherwise the earliest document to arrive (ties go to the
      *> lower document id) holds the original; every line of any
      *> other document in the group duplicates it.
       CLOSE-TEXT-GROUP.
           MOVE 0 TO GROUP-OPEN.
           MOVE 0 TO GROUP-DOCS.
           MOVE 0 TO ORIGINAL-IX.
           PERFORM VARYING GTI FROM 1 BY 1 UNTIL GTI > GROUP-COUNT
               MOVE GT-DOC-IX(GTI) TO DOC-IX
               IF DT-IN-GROUP(DOC-IX) = 0
                   MOVE 1 TO DT-IN-GROUP(DOC-IX)
                   ADD 1 TO GROUP-DOCS
                   PERFORM PICK-ORIGINAL
               END-IF
           END-PERFORM.
           IF GROUP-DOCS > 1
               ADD 1 TO DUP-TEXT-COUNT
               PERFORM VARYING GTI FROM 1 BY 1 UNTIL GTI > GROUP-COUNT
                   PERFORM REPORT-GROUP-LINE
               END-PERFORM
           END-IF.
           PERFORM VARYING GTI FROM 1 BY 1 UNTIL GTI > GROUP-COUNT
               MOVE 0 TO DT-IN-GROUP(GT-DOC-IX(GTI))
           END-PERFORM.
           MOVE 0 TO GROUP-COUNT.

       PICK-ORIGINAL.
           EVALUATE TRUE
               WHEN ORIGINAL-IX = 0
                   MOVE DOC-IX TO ORIGINAL-IX
               WHEN DT-STAMP(DOC-IX) < DT-STAMP(ORIGINAL-IX)
                   MOVE DOC-IX TO ORIGINAL-IX
               WHEN DT-STAMP(DOC-IX) = DT-STAMP(ORIGINAL-IX)
                    AND DT-DOC-ID(DOC-IX) < DT-DOC-ID(ORIGINAL-IX)
                   MOVE DOC-IX TO ORIGINAL-IX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-GROUP-LINE.
           MOVE GT-DOC-IX(GTI) TO DOC-IX.
           MOVE CURR-DATE(1:8) TO DPL-RUN-DATE.
           MOVE SPACE TO DPL-SEP1.
           MOVE "DUP" TO DPL-TYPE.
           MOVE SPACE TO DPL-SEP2.
           MOVE DT-DOC-ID(DOC-IX) TO DPL-DOC-ID.
           MOVE SPACE TO DPL-SEP3.
           MOVE GT-SEQ-NO(GTI) TO DPL-SEQ-NO.
           MOVE SPACE TO DPL-SEP4.
           MOVE DT-METHOD(DOC-IX) TO DPL-METHOD.
           MOVE SPACE TO DPL-SEP5.
           MOVE GT-PT1-FLAG(GTI) TO DPL-PT1-FLAG.
           MOVE GT-PT1-VALUE(GTI) TO DPL-PT1-VALUE.
           MOVE SPACE TO DPL-SEP6.
           MOVE GT-PT2-FLAG(GTI) TO DPL-PT2-FLAG.
           MOVE GT-PT2-VALUE(GTI) TO DPL-PT2-VALUE.
           MOVE SPACE TO DPL-SEP7.
           MOVE GT-STAKE(GTI) TO DPL-STAKE.
           MOVE SPACE TO DPL-SEP8.
           IF DOC-IX = ORIGINAL-IX
               MOVE "ORIGINAL" TO DPL-ROLE
           ELSE
               MOVE "DUPLICATE" TO DPL-ROLE
               ADD 1 TO DT-DUP-LINES(DOC-IX)
               ADD GT-STAKE(GTI) TO DT-DUP-VALUE(DOC-IX)
               ADD 1 TO DUP-LINE-COUNT
               ADD GT-STAKE(GTI) TO DUP-VALUE-TOTAL
           END-IF.
           MOVE SPACE TO DPL-SEP9.
           MOVE GROUP-TEXT TO DPL-TEXT.
           WRITE DUP-LINE-RECORD.

      *> More than DUPPCT percent of the document's lines duplicate
      *> an earlier document: flag it, unless it has already been
      *> reviewed and released with no new duplicates since.
       JUDGE-DOCUMENT.
           ADD 1 TO DUP-DOC-COUNT.
           COMPUTE DT-DUP-PCT(DTI) =
               DT-DUP-LINES(DTI) * 100 / DT-LINES(DTI).
           MOVE FUNCTION UPPER-CASE(DT-DOC-ID(DTI)) TO SUS-DOC-ID.
           READ SUSPECT-FILE.
           IF SUSPECT-STATUS = "00"
               MOVE SUS-STATE TO DPD-STATE
           ELSE
               MOVE SPACE TO DPD-STATE
           END-IF.
           IF DT-DUP-LINES(DTI) * 100 > DUP-PCT-LIMIT * DT-LINES(DTI)
               PERFORM FLAG-SUSPECT
           END-IF.
           MOVE CURR-DATE(1:8) TO DPD-RUN-DATE.
           MOVE SPACE TO DPD-SEP1.
           MOVE "DOC" TO DPD-TYPE.
           MOVE SPACE TO DPD-SEP2.
           MOVE DT-DOC-ID(DTI) TO DPD-DOC-ID.
           MOVE SPACE TO DPD-SEP3.
           MOVE DT-LINES(DTI) TO DPD-LINES.
           MOVE SPACE TO DPD-SEP4.
           MOVE DT-METHOD(DTI) TO DPD-METHOD.
           MOVE SPACE TO DPD-SEP5.
           MOVE DT-DUP-LINES(DTI) TO DPD-DUP-LINES.
           MOVE SPACE TO DPD-SEP6.
           MOVE DT-DUP-PCT(DTI) TO DPD-DUP-PCT.
           MOVE SPACE TO DPD-SEP7.
           MOVE DT-DUP-VALUE(DTI) TO DPD-DUP-VALUE.
           MOVE SPACE TO DPD-SEP8.
           WRITE DUP-DOC-RECORD.

       FLAG-SUSPECT.
           IF SUSPECT-STATUS = "00"
               IF (SUS-STATE = "CLEARED")
                  OR (SUS-STATE = "RELEASED"
                      AND DT-DUP-LINES(DTI) > SUS-DUP-LINES)
                   MOVE "SUSPECT" TO SUS-STATE
                   MOVE CURR-DATE(1:8) TO SUS-FLAG-DATE
                   ADD 1 TO FLAGGED-COUNT
                   DISPLAY "*** SUSPECT: " DT-DOC-ID(DTI)(1:20) " - "
                       DT-DUP-PCT(DTI) "% OF ITS LINES DUPLICATE AN "
                       "EARLIER DOCUMENT"
               END-IF
               PERFORM FILL-SUSPECT-COUNTS
               REWRITE SUSPECT-RECORD
           ELSE
               MOVE "SUSPECT" TO SUS-STATE
               MOVE CURR-DATE(1:8) TO SUS-FLAG-DATE
               MOVE SPACE TO SUS-CHANGE-DATE
               MOVE SPACE TO SUS-CHANGED-BY
               PERFORM FILL-SUSPECT-COUNTS
               WRITE SUSPECT-RECORD
               ADD 1 TO FLAGGED-COUNT
               DISPLAY "*** SUSPECT: " DT-DOC-ID(DTI)(1:20) " - "
                   DT-DUP-PCT(DTI) "% OF ITS LINES DUPLICATE AN "
                   "EARLIER DOCUMENT"
           END-IF.
           IF SUSPECT-STATUS NOT = "00"
               DISPLAY "*** FATAL: SUSPECT DATASET UPDATE FAILED WITH "
                   "STATUS " SUSPECT-STATUS " ON " SUS-DOC-ID(1:20)
               PERFORM BAD-CONFIG-HALT
           END-IF.
           MOVE SUS-STATE TO DPD-STATE.

       FILL-SUSPECT-COUNTS.
           MOVE FUNCTION UPPER-CASE(DT-DOC-ID(DTI)) TO SUS-DOC-ID.
           MOVE DT-LINES(DTI) TO SUS-LINES.
           MOVE DT-DUP-LINES(DTI) TO SUS-DUP-LINES.
           MOVE DT-DUP-PCT(DTI) TO SUS-DUP-PCT.
           MOVE DT-DUP-VALUE(DTI) TO SUS-DUP-VALUE.

      *> A document still only SUSPECT that no longer crosses the
      *> threshold (lines reversed out, the copy withdrawn) is
      *> cleared. A HELD document stays held until it is released.
       CLEAR-STALE-SUSPECTS.
           MOVE LOW-VALUES TO SUS-DOC-ID.
           START SUSPECT-FILE KEY IS NOT LESS THAN SUS-DOC-ID
               INVALID KEY MOVE 1 TO SUSPECT-EOF
           END-START.
           PERFORM UNTIL SUSPECT-EOF = 1
               READ SUSPECT-FILE NEXT RECORD
                   AT END SET SUSPECT-EOF TO 1
                   NOT AT END
                       IF SUS-STATE = "SUSPECT"
                           PERFORM CHECK-STILL-SUSPECT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO SUSPECT-EOF.

       CHECK-STILL-SUSPECT.
           MOVE 0 TO DOC-FOUND.
           PERFORM VARYING DTI FROM 1 BY 1 UNTIL DTI > DOC-COUNT
                                             OR DOC-FOUND = 1
               IF FUNCTION UPPER-CASE(DT-DOC-ID(DTI)) = SUS-DOC-ID
                  AND DT-DUP-LINES(DTI) * 100
                      > DUP-PCT-LIMIT * DT-LINES(DTI)
                   MOVE 1 TO DOC-FOUND
               END-IF
           END-PERFORM.
           IF DOC-FOUND = 0
               MOVE "CLEARED" TO SUS-STATE
               REWRITE SUSPECT-RECORD
               ADD 1 TO CLEARED-COUNT
               DISPLAY "CLEARED " SUS-DOC-ID(1:20)
                   " - NO LONGER OVER THE DUPLICATE THRESHOLD"
           END-IF.

       APPLY-TRANSACTIONS.
           OPEN INPUT DUP-TRAN-FILE.
           IF TRAN-STATUS = "00"
               MOVE 0 TO FILE-STATUS
               PERFORM UNTIL FILE-STATUS = 1
                   READ DUP-TRAN-FILE
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
               CLOSE DUP-TRAN-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       APPLY-ONE-TRANSACTION.
           MOVE SPACE TO TRAN-ACTION.
           MOVE SPACE TO TRAN-DOC-ID.
           UNSTRING TRAN-LINE DELIMITED BY ","
               INTO TRAN-ACTION TRAN-DOC-ID.
           MOVE FUNCTION UPPER-CASE(TRAN-ACTION) TO TRAN-ACTION.
           MOVE FUNCTION UPPER-CASE(TRAN-DOC-ID) TO TRAN-DOC-ID.
           MOVE TRAN-DOC-ID TO SUS-DOC-ID.
           READ SUSPECT-FILE.
           EVALUATE TRUE
               WHEN TRAN-ACTION NOT = "HLD" AND TRAN-ACTION NOT = "RLS"
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: UNKNOWN ACTION "
                       TRAN-ACTION " ON " TRAN-LINE
               WHEN SUSPECT-STATUS NOT = "00"
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: " TRAN-ACTION " "
                       TRAN-DOC-ID(1:20) " HAS NEVER BEEN FLAGGED "
                       "SUSPECT"
               WHEN TRAN-ACTION = "HLD" AND SUS-STATE = "HELD"
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: HLD "
                       TRAN-DOC-ID(1:20) " IS ALREADY HELD"
               WHEN TRAN-ACTION = "HLD" AND SUS-STATE = "CLEARED"
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: HLD "
                       TRAN-DOC-ID(1:20) " HAS BEEN CLEARED - NO "
                       "LONGER SUSPECT"
               WHEN TRAN-ACTION = "RLS" AND SUS-STATE NOT = "HELD"
                   ADD 1 TO REJECTED-COUNT
                   DISPLAY "*** TRAN REJECTED: RLS "
                       TRAN-DOC-ID(1:20) " IS NOT HELD"
               WHEN OTHER
                   IF TRAN-ACTION = "HLD"
                       MOVE "HELD" TO SUS-STATE
                   ELSE
                       MOVE "RELEASED" TO SUS-STATE
                   END-IF
                   MOVE CURR-DATE(1:8) TO SUS-CHANGE-DATE
                   MOVE OPERATOR-ID TO SUS-CHANGED-BY
                   REWRITE SUSPECT-RECORD
                   IF SUSPECT-STATUS NOT = "00"
                       DISPLAY "*** FATAL: REWRITE FAILED WITH STATUS "
                           SUSPECT-STATUS " ON " SUS-DOC-ID(1:20)
                       PERFORM BAD-CONFIG-HALT
                   END-IF
                   ADD 1 TO ACCEPTED-COUNT
                   DISPLAY SUS-STATE " " SUS-DOC-ID(1:20)
           END-EVALUATE.

       LIST-SUSPECTS.
           MOVE LOW-VALUES TO SUS-DOC-ID.
           START SUSPECT-FILE KEY IS NOT LESS THAN SUS-DOC-ID
               INVALID KEY MOVE 1 TO SUSPECT-EOF
           END-START.
           IF SUSPECT-EOF = 0
               DISPLAY "DOC-ID               STATE    FLAGGED  "
                   "LINES  DUPS   PCT VALUE     CHANGED  BY"
           END-IF.
           PERFORM UNTIL SUSPECT-EOF = 1
               READ SUSPECT-FILE NEXT RECORD
                   AT END SET SUSPECT-EOF TO 1
                   NOT AT END
                       IF SUS-STATE NOT = "CLEARED"
                           PERFORM LIST-ONE-SUSPECT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO SUSPECT-EOF.

       LIST-ONE-SUSPECT.
           DISPLAY SUS-DOC-ID(1:20) " " SUS-STATE " " SUS-FLAG-DATE
               " " SUS-LINES " " SUS-DUP-LINES " " SUS-DUP-PCT " "
               SUS-DUP-VALUE " " SUS-CHANGE-DATE " " SUS-CHANGED-BY.
           IF SUS-STATE = "SUSPECT"
               ADD 1 TO SUSPECT-COUNT
           END-IF.
           IF SUS-STATE = "HELD"
               ADD 1 TO HELD-COUNT
           END-IF.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01DUP" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "LINEDETL" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE READ-COUNT TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE DUP-LINE-COUNT TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE DUP-VALUE-TOTAL TO AUD-RESULT.
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
