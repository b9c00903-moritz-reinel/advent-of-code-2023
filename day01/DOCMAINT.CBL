      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Maintenance utility for the supplier/document master
      * (docmast.dat), the list of documents the suite will accept.
      * Transactions from a transaction file are applied against the
      * keyed master:
      *   ADD,doc-id,supplier-code,supplier-name,lang,min,max
      *   CHG,doc-id,supplier-code,supplier-name,lang,min,max
      *   CLS,doc-id
      * On a CHG card an empty field leaves that field as it stands.
      * A missing line range on ADD means any count is acceptable.
      * Every card is checked HERE, at a desk - a duplicate ADD, a CHG
      * or CLS for a document that is not on file, a missing supplier
      * code, a language that is not a two-letter code, or a line
      * range the wrong way round is rejected with the reason - so a
      * bad entry never reaches the edit run. Every accepted change is
      * appended, as an after-image, to the master's own audit trail,
      * and the master is listed at the end of every run. A document
      * is never deleted: CLS keeps the record on file, flagged CLOSED,
      * so the audit trail always has something to point at.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01DMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL DOC-MASTER-FILE ASSIGN TO "docmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DMS-DOC-ID
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL DOC-TRAN-FILE
           ASSIGN DYNAMIC DOC-TRAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRAN-STATUS.

           SELECT OPTIONAL DOC-AUDIT-FILE
           ASSIGN DYNAMIC DOC-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  DOC-MASTER-FILE.
       COPY DOCMAST.

       FD  DOC-TRAN-FILE LABEL RECORDS ARE OMITTED.
       01  TRAN-LINE       PIC X(100).

       FD  DOC-AUDIT-FILE LABEL RECORDS ARE OMITTED.
       01  DOC-AUDIT-RECORD.
           05  DMA-RUN-DATE        PIC X(8).
           05  DMA-SEP1            PIC X(1).
           05  DMA-RUN-TIME        PIC X(6).
           05  DMA-SEP2            PIC X(1).
           05  DMA-ACTION          PIC X(3).
           05  DMA-SEP3            PIC X(1).
           05  DMA-DOC-ID          PIC X(20).
           05  DMA-SEP4            PIC X(1).
           05  DMA-SUPPLIER-CODE   PIC X(8).
           05  DMA-SEP5            PIC X(1).
           05  DMA-SUPPLIER-NAME   PIC X(30).
           05  DMA-SEP6            PIC X(1).
           05  DMA-LANG            PIC X(2).
           05  DMA-SEP7            PIC X(1).
           05  DMA-STATE           PIC X(6).
           05  DMA-SEP8            PIC X(1).
           05  DMA-MIN-LINES       PIC 9(6).
           05  DMA-SEP9            PIC X(1).
           05  DMA-MAX-LINES       PIC 9(6).

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
       01  DOC-TRAN-NAME        PIC X(80) VALUE "doctran.txt".
       01  DOC-AUDIT-NAME       PIC X(80) VALUE "docaud.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

       01  MASTER-STATUS   PIC XX VALUE "00".
       01  TRAN-STATUS     PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  TRAN-ACTION     PIC X(4) VALUE SPACE.
       01  TRAN-DOC-ID     PIC X(80) VALUE SPACE.
       01  TRAN-SUPPLIER-CODE   PIC X(20) VALUE SPACE.
       01  TRAN-SUPPLIER-NAME   PIC X(40) VALUE SPACE.
       01  TRAN-LANG       PIC X(4) VALUE SPACE.
       01  TRAN-MIN-TEXT   PIC X(10) VALUE SPACE.
       01  TRAN-MAX-TEXT   PIC X(10) VALUE SPACE.
       01  TRAN-MIN-LINES  PIC 9(6) VALUE 0.
       01  TRAN-MAX-LINES  PIC 9(6) VALUE 0.
       01  TRAN-ERROR      PIC X(60) VALUE SPACE.
       01  DOC-ON-FILE     PIC 9 VALUE 0.

       01  TRAN-COUNT      PIC 9(4) VALUE 0.
       01  ACCEPTED-COUNT  PIC 9(4) VALUE 0.
       01  REJECTED-COUNT  PIC 9(4) VALUE 0.
       01  ACTIVE-COUNT    PIC 9(4) VALUE 0.
       01  CLOSED-COUNT    PIC 9(4) VALUE 0.

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
      *> Status 05 is the optional master being created on first
      *> open - the normal bootstrap case, not an error.
           OPEN I-O DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00" AND MASTER-STATUS NOT = "05"
               DISPLAY "*** FATAL: CANNOT OPEN DOCUMENT MASTER - "
                   "STATUS " MASTER-STATUS
               PERFORM BAD-CONFIG-HALT
           END-IF.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE DOC-MASTER-FILE.
           PERFORM LIST-MASTER.
           DISPLAY "TRANSACTIONS READ: " TRAN-COUNT
               " ACCEPTED: " ACCEPTED-COUNT
               " REJECTED: " REJECTED-COUNT.
           DISPLAY "DOCUMENTS ON FILE: " ACTIVE-COUNT " ACTIVE, "
               CLOSED-COUNT " CLOSED".
           IF REJECTED-COUNT > 0
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
                   WHEN "DOCTRAN"
                       MOVE PARM-VALUE TO DOC-TRAN-NAME
                   WHEN "DOCAUDIT"
                       MOVE PARM-VALUE TO DOC-AUDIT-NAME
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
                   WHEN "UNATTENDED"
                       CONTINUE
                   WHEN "TOLERANCE"
                       CONTINUE
                   WHEN "CHAINRPT"
                       CONTINUE
                   WHEN "RUNCTL"
                       CONTINUE
                   WHEN "FORCE"
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

       APPLY-TRANSACTIONS.
           OPEN INPUT DOC-TRAN-FILE.
           IF TRAN-STATUS NOT = "00"
               DISPLAY "NO TRANSACTION FILE - LIST ONLY"
           ELSE
               MOVE 0 TO FILE-STATUS
               PERFORM UNTIL FILE-STATUS = 1
                   READ DOC-TRAN-FILE
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
               CLOSE DOC-TRAN-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       APPLY-ONE-TRANSACTION.
           MOVE SPACE TO TRAN-ACTION.
           MOVE SPACE TO TRAN-DOC-ID.
           MOVE SPACE TO TRAN-SUPPLIER-CODE.
           MOVE SPACE TO TRAN-SUPPLIER-NAME.
           MOVE SPACE TO TRAN-LANG.
           MOVE SPACE TO TRAN-MIN-TEXT.
           MOVE SPACE TO TRAN-MAX-TEXT.
           MOVE SPACE TO TRAN-ERROR.
           UNSTRING TRAN-LINE DELIMITED BY ","
               INTO TRAN-ACTION TRAN-DOC-ID TRAN-SUPPLIER-CODE
                    TRAN-SUPPLIER-NAME TRAN-LANG TRAN-MIN-TEXT
                    TRAN-MAX-TEXT.
           MOVE FUNCTION UPPER-CASE(TRAN-ACTION) TO TRAN-ACTION.
           MOVE FUNCTION UPPER-CASE(TRAN-DOC-ID) TO TRAN-DOC-ID.
           MOVE FUNCTION UPPER-CASE(TRAN-SUPPLIER-CODE)
               TO TRAN-SUPPLIER-CODE.
           MOVE FUNCTION UPPER-CASE(TRAN-LANG) TO TRAN-LANG.
           IF TRAN-DOC-ID = SPACE OR TRAN-DOC-ID(21:60) NOT = SPACE
               ADD 1 TO REJECTED-COUNT
               DISPLAY "*** TRAN REJECTED: DOCUMENT-ID " TRAN-DOC-ID
                   " IS EMPTY OR LONGER THAN 20 CHARACTERS"
           ELSE
               PERFORM READ-MASTER-ENTRY
               EVALUATE TRAN-ACTION
                   WHEN "ADD"
                       PERFORM ADD-MASTER-ENTRY
                   WHEN "CHG"
                       PERFORM CHANGE-MASTER-ENTRY
                   WHEN "CLS"
                       PERFORM CLOSE-MASTER-ENTRY
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       DISPLAY "*** TRAN REJECTED: UNKNOWN ACTION "
                           TRAN-ACTION " ON " TRAN-LINE
               END-EVALUATE
           END-IF.

       READ-MASTER-ENTRY.
           MOVE TRAN-DOC-ID(1:20) TO DMS-DOC-ID.
           READ DOC-MASTER-FILE.
           IF MASTER-STATUS = "00"
               MOVE 1 TO DOC-ON-FILE
           ELSE
               MOVE 0 TO DOC-ON-FILE
           END-IF.

       ADD-MASTER-ENTRY.
           IF DOC-ON-FILE = 1
               MOVE "IS ALREADY ON THE MASTER - USE CHG" TO TRAN-ERROR
           ELSE
               IF TRAN-SUPPLIER-CODE = SPACE
                   MOVE "SUPPLIER CODE IS MISSING" TO TRAN-ERROR
               END-IF
               IF TRAN-LANG = SPACE
                   MOVE "EN" TO TRAN-LANG
               END-IF
               IF TRAN-MIN-TEXT = SPACE
                   MOVE 0 TO TRAN-MIN-LINES
               ELSE
                   PERFORM EDIT-MIN-LINES
               END-IF
               IF TRAN-MAX-TEXT = SPACE
                   MOVE 999999 TO TRAN-MAX-LINES
               ELSE
                   PERFORM EDIT-MAX-LINES
               END-IF
               PERFORM EDIT-COMMON-FIELDS
           END-IF.
           IF TRAN-ERROR NOT = SPACE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE TRAN-DOC-ID(1:20) TO DMS-DOC-ID
               MOVE TRAN-SUPPLIER-CODE TO DMS-SUPPLIER-CODE
               MOVE TRAN-SUPPLIER-NAME TO DMS-SUPPLIER-NAME
               MOVE TRAN-LANG TO DMS-LANG
               MOVE "ACTIVE" TO DMS-STATE
               MOVE TRAN-MIN-LINES TO DMS-MIN-LINES
               MOVE TRAN-MAX-LINES TO DMS-MAX-LINES
               MOVE CURR-DATE(1:8) TO DMS-CHANGE-DATE
               WRITE DOC-MASTER-RECORD
               IF MASTER-STATUS NOT = "00"
                   DISPLAY "*** FATAL: WRITE FAILED WITH STATUS "
                       MASTER-STATUS " ON " DMS-DOC-ID
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO ACCEPTED-COUNT
               DISPLAY "ADDED " DMS-DOC-ID " FOR SUPPLIER "
                   DMS-SUPPLIER-CODE " (" DMS-LANG ")"
               MOVE "ADD" TO DMA-ACTION
               PERFORM WRITE-DOC-AUDIT
           END-IF.

      *> Fields left empty on the card keep their value on file, so
      *> the edits run against the merged after-image.
       CHANGE-MASTER-ENTRY.
           IF DOC-ON-FILE = 0
               MOVE "IS NOT ON THE MASTER - NOTHING TO CHANGE"
                   TO TRAN-ERROR
           ELSE
               IF TRAN-SUPPLIER-CODE = SPACE
                   MOVE DMS-SUPPLIER-CODE TO TRAN-SUPPLIER-CODE
               END-IF
               IF TRAN-SUPPLIER-NAME = SPACE
                   MOVE DMS-SUPPLIER-NAME TO TRAN-SUPPLIER-NAME
               END-IF
               IF TRAN-LANG = SPACE
                   MOVE DMS-LANG TO TRAN-LANG
               END-IF
               IF TRAN-MIN-TEXT = SPACE
                   MOVE DMS-MIN-LINES TO TRAN-MIN-LINES
               ELSE
                   PERFORM EDIT-MIN-LINES
               END-IF
               IF TRAN-MAX-TEXT = SPACE
                   MOVE DMS-MAX-LINES TO TRAN-MAX-LINES
               ELSE
                   PERFORM EDIT-MAX-LINES
               END-IF
               PERFORM EDIT-COMMON-FIELDS
           END-IF.
           IF TRAN-ERROR NOT = SPACE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE TRAN-SUPPLIER-CODE TO DMS-SUPPLIER-CODE
               MOVE TRAN-SUPPLIER-NAME TO DMS-SUPPLIER-NAME
               MOVE TRAN-LANG TO DMS-LANG
               MOVE TRAN-MIN-LINES TO DMS-MIN-LINES
               MOVE TRAN-MAX-LINES TO DMS-MAX-LINES
               MOVE CURR-DATE(1:8) TO DMS-CHANGE-DATE
               PERFORM REWRITE-MASTER-ENTRY
               DISPLAY "CHANGED " DMS-DOC-ID " FOR SUPPLIER "
                   DMS-SUPPLIER-CODE " (" DMS-LANG ")"
               MOVE "CHG" TO DMA-ACTION
               PERFORM WRITE-DOC-AUDIT
           END-IF.

       CLOSE-MASTER-ENTRY.
           IF DOC-ON-FILE = 0
               MOVE "IS NOT ON THE MASTER - NOTHING TO CLOSE"
                   TO TRAN-ERROR
           ELSE
               IF DMS-STATE = "CLOSED"
                   MOVE "IS ALREADY CLOSED" TO TRAN-ERROR
               END-IF
           END-IF.
           IF TRAN-ERROR NOT = SPACE
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE "CLOSED" TO DMS-STATE
               MOVE CURR-DATE(1:8) TO DMS-CHANGE-DATE
               PERFORM REWRITE-MASTER-ENTRY
               DISPLAY "CLOSED " DMS-DOC-ID
               MOVE "CLS" TO DMA-ACTION
               PERFORM WRITE-DOC-AUDIT
           END-IF.

       REWRITE-MASTER-ENTRY.
           REWRITE DOC-MASTER-RECORD.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "*** FATAL: REWRITE FAILED WITH STATUS "
                   MASTER-STATUS " ON " DMS-DOC-ID
               PERFORM BAD-CONFIG-HALT
           END-IF.
           ADD 1 TO ACCEPTED-COUNT.

       EDIT-MIN-LINES.
           IF FUNCTION TEST-NUMVAL(TRAN-MIN-TEXT) NOT = 0
               MOVE "MINIMUM LINE COUNT IS NOT NUMERIC"
                   TO TRAN-ERROR
           ELSE
               MOVE FUNCTION NUMVAL(TRAN-MIN-TEXT) TO TRAN-MIN-LINES
           END-IF.

       EDIT-MAX-LINES.
           IF FUNCTION TEST-NUMVAL(TRAN-MAX-TEXT) NOT = 0
               MOVE "MAXIMUM LINE COUNT IS NOT NUMERIC"
                   TO TRAN-ERROR
           ELSE
               MOVE FUNCTION NUMVAL(TRAN-MAX-TEXT) TO TRAN-MAX-LINES
           END-IF.

      *> The language code must be two letters - it is compared, as
      *> it stands, with the LANGUAGE card and the dictionary's
      *> language field.
       EDIT-COMMON-FIELDS.
           IF TRAN-ERROR = SPACE
               EVALUATE TRUE
                   WHEN TRAN-SUPPLIER-CODE(9:12) NOT = SPACE
                       MOVE "SUPPLIER CODE IS LONGER THAN 8 CHARACTERS"
                           TO TRAN-ERROR
                   WHEN TRAN-SUPPLIER-NAME(31:10) NOT = SPACE
                       MOVE "SUPPLIER NAME IS LONGER THAN 30 CHARACTERS"
                           TO TRAN-ERROR
                   WHEN TRAN-LANG(3:2) NOT = SPACE
                      OR TRAN-LANG(1:2) IS NOT ALPHABETIC
                      OR TRAN-LANG(2:1) = SPACE
                       MOVE "LANGUAGE IS NOT A TWO-LETTER CODE"
                           TO TRAN-ERROR
                   WHEN TRAN-MIN-LINES > TRAN-MAX-LINES
                       MOVE "MINIMUM LINE COUNT IS ABOVE THE MAXIMUM"
                           TO TRAN-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           DISPLAY "*** TRAN REJECTED: " TRAN-ACTION " "
               TRAN-DOC-ID(1:20) " " TRAN-ERROR.

       WRITE-DOC-AUDIT.
           MOVE CURR-DATE(1:8) TO DMA-RUN-DATE.
           MOVE SPACE TO DMA-SEP1.
           MOVE CURR-DATE(9:6) TO DMA-RUN-TIME.
           MOVE SPACE TO DMA-SEP2.
           MOVE SPACE TO DMA-SEP3.
           MOVE DMS-DOC-ID TO DMA-DOC-ID.
           MOVE SPACE TO DMA-SEP4.
           MOVE DMS-SUPPLIER-CODE TO DMA-SUPPLIER-CODE.
           MOVE SPACE TO DMA-SEP5.
           MOVE DMS-SUPPLIER-NAME TO DMA-SUPPLIER-NAME.
           MOVE SPACE TO DMA-SEP6.
           MOVE DMS-LANG TO DMA-LANG.
           MOVE SPACE TO DMA-SEP7.
           MOVE DMS-STATE TO DMA-STATE.
           MOVE SPACE TO DMA-SEP8.
           MOVE DMS-MIN-LINES TO DMA-MIN-LINES.
           MOVE SPACE TO DMA-SEP9.
           MOVE DMS-MAX-LINES TO DMA-MAX-LINES.
           OPEN EXTEND DOC-AUDIT-FILE.
           WRITE DOC-AUDIT-RECORD.
           CLOSE DOC-AUDIT-FILE.

       LIST-MASTER.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DOC-MASTER-FILE.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "DOCUMENT MASTER IS EMPTY"
               CLOSE DOC-MASTER-FILE
           ELSE
               DISPLAY "DOC-ID               SUPPLIER "
                   "NAME                           LG STATE  "
                   "MIN    MAX"
               PERFORM UNTIL FILE-STATUS = 1
                   READ DOC-MASTER-FILE NEXT RECORD
                       AT END SET FILE-STATUS TO 1
                       NOT AT END PERFORM LIST-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DOC-MASTER-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       LIST-ONE-ENTRY.
           DISPLAY DMS-DOC-ID " " DMS-SUPPLIER-CODE " "
               DMS-SUPPLIER-NAME " " DMS-LANG " " DMS-STATE " "
               DMS-MIN-LINES " " DMS-MAX-LINES.
           IF DMS-STATE = "CLOSED"
               ADD 1 TO CLOSED-COUNT
           ELSE
               ADD 1 TO ACTIVE-COUNT
           END-IF.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01DMS" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE "DOCMAST" TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE TRAN-COUNT TO AUD-LINES.
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
