      * DISCLAIMER:
      * I wrote this in COBOL after I had done it in Java. Also did I compile
      * this using gnucobol 3.2 as I have not set up my mainframe account yet
      *
      * Operator utility that backs out one posted full-file run of
      * AOC23D01PT1 or AOC23D01PT2 over one document for one run date,
      * when a bad supplier feed got through and was posted. The run
      * must still be on the run-control dataset as COMPLETE or FORCED,
      * and no later run of the same program over the same document
      * may have posted on top of it. Backing out:
      *   linedetl.dat     the method's value is cleared from every
      *                    line of the document (a line left with no
      *                    value under either method is deleted)
      *   linedetl.txt     the run's records for the document and
      *                    method are dropped - a FORCED rerun's on
      *                    the same day as well - so the next
      *                    AOC23D01DTL load cannot bring them back;
      *                    records of earlier runs ahead of them are
      *                    kept
      *   exceptions.txt   the run's open rejects are dropped
      *   adjust.txt       corrections to the document's lines under
      *                    the method keyed on or after the run date
      *                    are dropped, so AOC23D01SET does not settle
      *                    them against a run that is gone
      *   runhist.txt      a reversing entry puts the standing total
      *                    back to what it was before the run date, so
      *                    AOC23D01VAR and AOC23D01SUM see the back-out
      *   runctl.txt       the run is re-stamped REVERSED, so the
      *                    corrected rerun needs no FORCE=Y
      *   runaudit.txt     a REVERSED marker under the reversed program
      * A run that AOC23D01SET has already settled under the same
      * method is refused, unless the operator asks for the settlement
      * to be reversed too - its settle.txt record is then re-stamped
      * REVERSED. A settlement already journaled to the ledger by
      * AOC23D01GLJ is never reversed here - that takes a correcting
      * journal. Every figure touched is counted before and after and
      * appended to a control report, so the back-out proves itself.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01REV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "runparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
           ASSIGN DYNAMIC RUNCTL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE
           ASSIGN DYNAMIC HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL SETTLEMENT-FILE
           ASSIGN DYNAMIC SETTLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL GL-REGISTER-FILE
           ASSIGN DYNAMIC REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL DETAIL-FILE ASSIGN DYNAMIC DETAIL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
           ASSIGN DYNAMIC EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL ADJUSTMENT-FILE
           ASSIGN DYNAMIC ADJUST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATASET-STATUS.

           SELECT OPTIONAL KEYED-DETAIL-FILE ASSIGN TO "linedetl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KDT-KEY
           ALTERNATE RECORD KEY IS KDT-TEXT WITH DUPLICATES
           FILE STATUS IS KEYED-STATUS.

           SELECT CARRY-FILE ASSIGN DYNAMIC CARRY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARRY-STATUS.

           SELECT SOURCE-FILE ASSIGN DYNAMIC SOURCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-REPORT-FILE
           ASSIGN DYNAMIC CONTROL-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE LABEL RECORDS ARE OMITTED.
       01  PARM-LINE       PIC X(100).

       FD  RUN-CONTROL-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNCTL.

       FD  RUN-HISTORY-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNHIST.

       FD  SETTLEMENT-FILE LABEL RECORDS ARE OMITTED.
       COPY SETTLREC.

       FD  GL-REGISTER-FILE LABEL RECORDS ARE OMITTED.
       COPY GLREG.

       FD  DETAIL-FILE LABEL RECORDS ARE OMITTED.
       COPY CALDETL.

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

       FD  KEYED-DETAIL-FILE.
       COPY KEYDETL.

       FD  CARRY-FILE LABEL RECORDS ARE OMITTED.
       01  CARRY-LINE      PIC X(200).

       FD  SOURCE-FILE LABEL RECORDS ARE OMITTED.
       01  SOURCE-LINE     PIC X(200).

       FD  CONTROL-REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  REVERSAL-CONTROL-RECORD.
           05  RVC-RUN-DATE    PIC X(8).
           05  RVC-SEP1        PIC X(1).
           05  RVC-PROGRAM     PIC X(12).
           05  RVC-SEP2        PIC X(1).
           05  RVC-DOC-ID      PIC X(20).
           05  RVC-SEP3        PIC X(1).
           05  RVC-POSTED-DATE PIC X(8).
           05  RVC-SEP4        PIC X(1).
           05  RVC-ITEM        PIC X(20).
           05  RVC-SEP5        PIC X(1).
           05  RVC-BEFORE      PIC 9(9).
           05  RVC-SEP6        PIC X(1).
           05  RVC-AFTER       PIC 9(9).

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
       01  RUNCTL-FILE-NAME     PIC X(80) VALUE "runctl.txt".
       01  HISTORY-FILE-NAME    PIC X(80) VALUE "runhist.txt".
       01  SETTLE-FILE-NAME     PIC X(80) VALUE "settle.txt".
       01  REGISTER-FILE-NAME   PIC X(80) VALUE "glreg.txt".
       01  DETAIL-FILE-NAME     PIC X(80) VALUE "linedetl.txt".
       01  EXCEPTION-FILE-NAME  PIC X(80) VALUE "exceptions.txt".
       01  ADJUST-FILE-NAME     PIC X(80) VALUE "adjust.txt".
       01  CONTROL-RPT-NAME     PIC X(80) VALUE "revctl.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.

       01  DATASET-STATUS  PIC XX VALUE "00".
       01  KEYED-STATUS    PIC XX VALUE "00".
       01  CARRY-STATUS    PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

       01  SOURCE-FILE-NAME PIC X(80).
       01  CARRY-FILE-NAME  PIC X(80).

      *> What is being backed out - keyed at the console.
       01  PROGRAM-ANSWER  PIC X(12) VALUE SPACE.
       01  DOC-ANSWER      PIC X(80) VALUE SPACE.
       01  DATE-ANSWER     PIC X(8) VALUE SPACE.
       01  ACTION-ANSWER   PIC X(10) VALUE SPACE.
       01  REV-PROGRAM     PIC X(12) VALUE SPACE.
       01  REV-METHOD      PIC X(3) VALUE SPACE.
       01  REV-DOC-ID      PIC X(20) VALUE SPACE.
       01  REV-DATE        PIC X(8) VALUE SPACE.
       01  ALSO-SETTLEMENT PIC 9 VALUE 0.

      *> The picture of the datasets, taken once before and once
      *> after the back-out by the same scan paragraphs.
       01  CUR-POSTED      PIC 9(9) VALUE 0.
       01  CUR-LATER       PIC 9(9) VALUE 0.
       01  CUR-STANDING    PIC 9(9) VALUE 0.
       01  CUR-PRIOR       PIC 9(9) VALUE 0.
       01  CUR-SETTLED     PIC 9(9) VALUE 0.
       01  CUR-SETTLE-RECS PIC 9(9) VALUE 0.
       01  CUR-SETTLE-DATE PIC X(8) VALUE SPACE.
       01  CUR-KEYED       PIC 9(9) VALUE 0.
       01  CUR-EXTRACT     PIC 9(9) VALUE 0.
       01  CUR-EXCEPTIONS  PIC 9(9) VALUE 0.
       01  CUR-ADJUSTMENTS PIC 9(9) VALUE 0.
       01  HIST-FOUND      PIC 9 VALUE 0.

       01  BEFORE-POSTED      PIC 9(9) VALUE 0.
       01  BEFORE-STANDING    PIC 9(9) VALUE 0.
       01  BEFORE-SETTLED     PIC 9(9) VALUE 0.
       01  BEFORE-KEYED       PIC 9(9) VALUE 0.
       01  BEFORE-EXTRACT     PIC 9(9) VALUE 0.
       01  BEFORE-EXCEPTIONS  PIC 9(9) VALUE 0.
       01  BEFORE-ADJUSTMENTS PIC 9(9) VALUE 0.
       01  PRIOR-TOTAL        PIC 9(9) VALUE 0.

       01  KEYED-CLEARED   PIC 9(6) VALUE 0.
       01  KEYED-DELETED   PIC 9(6) VALUE 0.
       01  EXTRACT-DROPPED PIC 9(6) VALUE 0.
       01  EXC-DROPPED     PIC 9(6) VALUE 0.
       01  ADJ-DROPPED     PIC 9(6) VALUE 0.
       01  RUNS-MARKED     PIC 9(6) VALUE 0.
       01  SETTLE-MARKED   PIC 9(6) VALUE 0.

       01  DOC-UPPER       PIC X(80) VALUE SPACE.

      *> The detail extract carries no run date. Runs append to it in
      *> order, so the reversed run - the latest over the document -
      *> wrote the last record of each of the document's lines for
      *> the method, the ones the keyed dataset holds. The run starts
      *> at the earliest of those; a line written twice across a
      *> checkpoint restart falls after it and goes too.
       01  EXTRACT-LINE-TABLE.
           05  XLT-ENTRY OCCURS 5000 TIMES.
               10  XLT-SEQ-NO      PIC 9(6).
               10  XLT-LAST-POS    PIC 9(9).
       01  XLT-COUNT       PIC 9(4) VALUE 0.
       01  XLI             PIC 9(4) VALUE 0.
       01  XLT-FOUND       PIC 9 VALUE 0.
       01  EXTRACT-POS     PIC 9(9) VALUE 0.
       01  RUN-START-POS   PIC 9(9) VALUE 0.
       01  BLOCK-END-POS   PIC 9(9) VALUE 0.
       01  RUN-PASS        PIC 9(9) VALUE 0.

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
           PERFORM PROMPT-FOR-RUN.
           PERFORM SCAN-DATASETS.
           MOVE CUR-POSTED TO BEFORE-POSTED.
           MOVE CUR-STANDING TO BEFORE-STANDING.
           MOVE CUR-PRIOR TO PRIOR-TOTAL.
           MOVE CUR-SETTLED TO BEFORE-SETTLED.
           MOVE CUR-KEYED TO BEFORE-KEYED.
           MOVE CUR-EXTRACT TO BEFORE-EXTRACT.
           MOVE CUR-EXCEPTIONS TO BEFORE-EXCEPTIONS.
           MOVE CUR-ADJUSTMENTS TO BEFORE-ADJUSTMENTS.
           PERFORM DISPLAY-BEFORE-PICTURE.
           PERFORM FIND-RUN-IN-EXTRACT.
           PERFORM CHECK-REVERSIBLE.
           DISPLAY "ENTER REVERSE TO BACK OUT THIS RUN, OR PRESS "
               "ENTER TO LEAVE IT POSTED:".
           ACCEPT ACTION-ANSWER FROM CONSOLE.
           IF ACTION-ANSWER NOT = "REVERSE"
               DISPLAY "RUN LEFT POSTED - NOTHING CHANGED"
               PERFORM WRITE-AUDIT-RECORD
               STOP RUN
           END-IF.
           PERFORM REVERSE-KEYED-DETAIL.
           PERFORM REVERSE-DETAIL-EXTRACT.
           PERFORM REVERSE-EXCEPTIONS.
           PERFORM REVERSE-ADJUSTMENTS.
           PERFORM WRITE-REVERSING-HISTORY.
           PERFORM MARK-RUN-CONTROL.
           IF ALSO-SETTLEMENT = 1
               PERFORM MARK-SETTLEMENT
           END-IF.
           PERFORM WRITE-REVERSAL-MARKER.
           PERFORM SCAN-DATASETS.
           PERFORM WRITE-CONTROL-REPORT.
           DISPLAY "KEYED LINES CLEARED: " KEYED-CLEARED
               " (DELETED " KEYED-DELETED ")".
           DISPLAY "EXTRACT RECORDS DROPPED: " EXTRACT-DROPPED.
           DISPLAY "OPEN EXCEPTIONS DROPPED: " EXC-DROPPED.
           DISPLAY "CORRECTIONS BACKED OUT: " ADJ-DROPPED.
           DISPLAY "RUN-CONTROL ENTRIES MARKED REVERSED: " RUNS-MARKED.
           DISPLAY "SETTLEMENT RECORDS MARKED REVERSED: "
               SETTLE-MARKED.
           MOVE "REVERSED" TO RUN-STATUS.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       BAD-CONFIG-HALT.
           MOVE "BADCONFIG" TO RUN-STATUS.
           MOVE 12 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       REFUSE-REVERSAL.
           MOVE "REJECTED" TO RUN-STATUS.
           MOVE 4 TO RETURN-CODE.
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
                   WHEN "RUNCTL"
                       MOVE PARM-VALUE TO RUNCTL-FILE-NAME
                   WHEN "HISTORY"
                       MOVE PARM-VALUE TO HISTORY-FILE-NAME
                   WHEN "SETTLE"
                       MOVE PARM-VALUE TO SETTLE-FILE-NAME
                   WHEN "GLREGISTER"
                       MOVE PARM-VALUE TO REGISTER-FILE-NAME
                   WHEN "DETAIL"
                       MOVE PARM-VALUE TO DETAIL-FILE-NAME
                   WHEN "EXCEPTIONS"
                       MOVE PARM-VALUE TO EXCEPTION-FILE-NAME
                   WHEN "REVRPT"
                       MOVE PARM-VALUE TO CONTROL-RPT-NAME
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
                   WHEN "ADJUST"
                       MOVE PARM-VALUE TO ADJUST-FILE-NAME
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
                   WHEN "DOCTRAN"
                       CONTINUE
                   WHEN "DOCAUDIT"
                       CONTINUE
                   WHEN "GLJOURNAL"
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

       PROMPT-FOR-RUN.
           DISPLAY "ENTER THE PROGRAM WHOSE RUN IS TO BE REVERSED "
               "(PT1 OR PT2):".
           ACCEPT PROGRAM-ANSWER FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(PROGRAM-ANSWER) TO PROGRAM-ANSWER.
           EVALUATE PROGRAM-ANSWER
               WHEN "PT1"
               WHEN "AOC23D01PT1"
                   MOVE "AOC23D01PT1" TO REV-PROGRAM
                   MOVE "PT1" TO REV-METHOD
               WHEN "PT2"
               WHEN "AOC23D01PT2"
                   MOVE "AOC23D01PT2" TO REV-PROGRAM
                   MOVE "PT2" TO REV-METHOD
               WHEN OTHER
                   DISPLAY "*** REFUSED: ONLY A POSTED RUN OF "
                       "AOC23D01PT1 OR AOC23D01PT2 CAN BE REVERSED"
                   PERFORM REFUSE-REVERSAL
           END-EVALUATE.
           DISPLAY "ENTER THE DOCUMENT (INPUT FILE NAME):".
           ACCEPT DOC-ANSWER FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(DOC-ANSWER) TO REV-DOC-ID.
           IF REV-DOC-ID = SPACE
               DISPLAY "*** REFUSED: NO DOCUMENT KEYED"
               PERFORM REFUSE-REVERSAL
           END-IF.
           DISPLAY "ENTER THE RUN DATE (YYYYMMDD), OR PRESS ENTER FOR "
               "TODAY " CURR-DATE(1:8) ":".
           ACCEPT DATE-ANSWER FROM CONSOLE.
           IF DATE-ANSWER = SPACE
               MOVE CURR-DATE(1:8) TO REV-DATE
           ELSE
               MOVE DATE-ANSWER TO REV-DATE
           END-IF.
           IF REV-DATE IS NOT NUMERIC
               DISPLAY "*** REFUSED: RUN DATE " REV-DATE
                   " IS NOT YYYYMMDD"
               PERFORM REFUSE-REVERSAL
           END-IF.

       SCAN-DATASETS.
           PERFORM SCAN-RUN-CONTROL.
           PERFORM SCAN-RUN-HISTORY.
           PERFORM SCAN-SETTLEMENT.
           PERFORM SCAN-KEYED-DETAIL.
           PERFORM SCAN-DETAIL-EXTRACT.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM SCAN-ADJUSTMENTS.

       SCAN-RUN-CONTROL.
           MOVE 0 TO CUR-POSTED.
           MOVE 0 TO CUR-LATER.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ RUN-CONTROL-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF RCT-PROGRAM = REV-PROGRAM
                              AND RCT-DOC-ID = REV-DOC-ID
                              AND RCT-DISPOSITION NOT = "REVERSED"
                               IF RCT-RUN-DATE = REV-DATE
                                   ADD 1 TO CUR-POSTED
                               END-IF
                               IF RCT-RUN-DATE > REV-DATE
                                   ADD 1 TO CUR-LATER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           MOVE 0 TO FILE-STATUS.

      *> The history holds the document's standing total after each
      *> posting. The last entry is what stands now; the last entry
      *> dated before the run date is what the back-out restores.
       SCAN-RUN-HISTORY.
           MOVE 0 TO CUR-STANDING.
           MOVE 0 TO CUR-PRIOR.
           MOVE 0 TO HIST-FOUND.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT RUN-HISTORY-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ RUN-HISTORY-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF HIST-PROGRAM = REV-PROGRAM
                              AND HIST-DOC-ID = REV-DOC-ID
                               MOVE HIST-TOTAL TO CUR-STANDING
                               IF HIST-RUN-DATE < REV-DATE
                                   MOVE HIST-TOTAL TO CUR-PRIOR
                               END-IF
                               IF HIST-RUN-DATE = REV-DATE
                                   MOVE 1 TO HIST-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RUN-HISTORY-FILE.
           MOVE 0 TO FILE-STATUS.

      *> A settlement covers the run when it was cut on or after the
      *> run date under the same method and has not been reversed.
      *> A record from before the extract carried the method is taken
      *> to cover it - the safe reading.
       SCAN-SETTLEMENT.
           MOVE 0 TO CUR-SETTLED.
           MOVE 0 TO CUR-SETTLE-RECS.
           MOVE SPACE TO CUR-SETTLE-DATE.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT SETTLEMENT-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ SETTLEMENT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           PERFORM CHECK-SETTLEMENT-RECORD
                           IF DOC-UPPER = SPACE
                               ADD 1 TO CUR-SETTLE-RECS
                               ADD SET-SETTLED TO CUR-SETTLED
                               MOVE SET-RUN-DATE TO CUR-SETTLE-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SETTLEMENT-FILE.
           MOVE 0 TO FILE-STATUS.

      *> Leaves DOC-UPPER blank when the record covers the run.
       CHECK-SETTLEMENT-RECORD.
           MOVE FUNCTION UPPER-CASE(SET-DOC-ID) TO DOC-UPPER.
           IF DOC-UPPER = REV-DOC-ID
              AND SET-RUN-DATE NOT < REV-DATE
              AND SET-STATUS NOT = "REVERSED"
              AND (SET-METHOD = REV-METHOD OR SET-METHOD = SPACE)
               MOVE SPACE TO DOC-UPPER
           END-IF.

       SCAN-KEYED-DETAIL.
           MOVE 0 TO CUR-KEYED.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT KEYED-DETAIL-FILE.
           IF KEYED-STATUS = "00"
               PERFORM START-DOCUMENT-LINES
               PERFORM UNTIL FILE-STATUS = 1
                   READ KEYED-DETAIL-FILE NEXT RECORD
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF KDT-DOC-ID NOT = REV-DOC-ID
                               SET FILE-STATUS TO 1
                           ELSE
                               IF (REV-METHOD = "PT1"
                                   AND KDT-PT1-FLAG = "Y")
                                  OR (REV-METHOD = "PT2"
                                   AND KDT-PT2-FLAG = "Y")
                                   ADD 1 TO CUR-KEYED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE KEYED-DETAIL-FILE.
           MOVE 0 TO FILE-STATUS.

      *> Positions the keyed dataset on the document's first line; a
      *> document with no lines at all ends the scan straight away.
       START-DOCUMENT-LINES.
           MOVE REV-DOC-ID TO KDT-DOC-ID.
           MOVE 0 TO KDT-SEQ-NO.
           START KEYED-DETAIL-FILE KEY IS NOT LESS THAN KDT-KEY
               INVALID KEY SET FILE-STATUS TO 1
           END-START.

       SCAN-DETAIL-EXTRACT.
           MOVE 0 TO CUR-EXTRACT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DETAIL-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ DETAIL-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF DTL-DOC-ID = REV-DOC-ID
                              AND DTL-METHOD = REV-METHOD
                               ADD 1 TO CUR-EXTRACT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DETAIL-FILE.
           MOVE 0 TO FILE-STATUS.

       SCAN-EXCEPTIONS.
           MOVE 0 TO CUR-EXCEPTIONS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT EXCEPTION-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ EXCEPTION-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF EXC-DOC-ID = REV-DOC-ID
                              AND EXC-METHOD = REV-METHOD
                              AND EXC-RUN-DATE = REV-DATE
                               ADD 1 TO CUR-EXCEPTIONS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EXCEPTION-FILE.
           MOVE 0 TO FILE-STATUS.

      *> A correction belongs to the run when it was keyed on or
      *> after the run date - the rework run that posted it worked the
      *> exceptions this run threw out.
       SCAN-ADJUSTMENTS.
           MOVE 0 TO CUR-ADJUSTMENTS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ ADJUSTMENT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           PERFORM CHECK-ADJUSTMENT-RECORD
                           IF DOC-UPPER = SPACE
                               ADD 1 TO CUR-ADJUSTMENTS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ADJUSTMENT-FILE.
           MOVE 0 TO FILE-STATUS.

      *> Leaves DOC-UPPER blank when the correction belongs to the run.
       CHECK-ADJUSTMENT-RECORD.
           MOVE FUNCTION UPPER-CASE(ADJ-DOC-ID) TO DOC-UPPER.
           IF DOC-UPPER = REV-DOC-ID
              AND ADJ-METHOD = REV-METHOD
              AND ADJ-RUN-DATE NOT < REV-DATE
               MOVE SPACE TO DOC-UPPER
           END-IF.

       DISPLAY-BEFORE-PICTURE.
           DISPLAY "RUN OF " REV-PROGRAM " OVER " REV-DOC-ID
               " POSTED " REV-DATE.
           DISPLAY "  RUN-CONTROL ENTRIES POSTED: " CUR-POSTED.
           DISPLAY "  STANDING TOTAL:             " CUR-STANDING.
           DISPLAY "  TOTAL BEFORE THE RUN DATE:  " CUR-PRIOR.
           DISPLAY "  KEYED LINES UNDER " REV-METHOD ":        "
               CUR-KEYED.
           DISPLAY "  EXTRACT RECORDS:            " CUR-EXTRACT.
           DISPLAY "  OPEN EXCEPTIONS OF THE RUN: " CUR-EXCEPTIONS.
           DISPLAY "  CORRECTIONS OF THE RUN:     " CUR-ADJUSTMENTS.
           DISPLAY "  SETTLED UNDER " REV-METHOD ":            "
               CUR-SETTLED " (" CUR-SETTLE-RECS " RECORD(S))".

       CHECK-REVERSIBLE.
           IF CUR-POSTED = 0
               DISPLAY "*** REFUSED: NO POSTED RUN OF " REV-PROGRAM
                   " OVER " REV-DOC-ID " ON " REV-DATE " IS ON THE "
                   "RUN-CONTROL DATASET"
               PERFORM REFUSE-REVERSAL
           END-IF.
           IF CUR-LATER > 0
               DISPLAY "*** REFUSED: A LATER RUN OF " REV-PROGRAM
                   " OVER " REV-DOC-ID " HAS POSTED ON TOP OF THIS "
                   "ONE - REVERSE THE LATER RUN FIRST"
               PERFORM REFUSE-REVERSAL
           END-IF.
           IF HIST-FOUND = 0
               DISPLAY "*** WARNING: NO RUN-HISTORY ENTRY FOR THE RUN "
                   "DATE - THE STANDING TOTAL IS STILL PUT BACK TO "
                   CUR-PRIOR
           END-IF.
           IF CUR-SETTLE-RECS > 0
               PERFORM CHECK-GL-REGISTER
               DISPLAY "*** THIS RUN HAS ALREADY BEEN SETTLED BY "
                   "AOC23D01SET UNDER " REV-METHOD " FOR " CUR-SETTLED
               DISPLAY "ENTER SETTLEMENT TO REVERSE THE SETTLEMENT "
                   "AS WELL, OR PRESS ENTER TO ABANDON:"
               ACCEPT ACTION-ANSWER FROM CONSOLE
               IF ACTION-ANSWER = "SETTLEMENT"
                   MOVE 1 TO ALSO-SETTLEMENT
               ELSE
                   DISPLAY "*** REFUSED: A SETTLED RUN CANNOT BE "
                       "REVERSED UNDER ITS SETTLEMENT"
                   PERFORM REFUSE-REVERSAL
               END-IF
           END-IF.

      *> Once the settlement is on the ledger it stays there - the
      *> back-out would leave the ledger billing a settlement this
      *> suite no longer shows.
       CHECK-GL-REGISTER.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT GL-REGISTER-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ GL-REGISTER-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF GLR-SETTLE-DATE = CUR-SETTLE-DATE
                               DISPLAY "*** REFUSED: SETTLEMENT "
                                   CUR-SETTLE-DATE " WAS JOURNALED TO "
                                   "THE LEDGER AS BATCH " GLR-BATCH-ID
                                   " - POST A CORRECTING JOURNAL"
                               CLOSE GL-REGISTER-FILE
                               PERFORM REFUSE-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GL-REGISTER-FILE.
           MOVE 0 TO FILE-STATUS.

      *> Only the reversed method's slot is cleared - the other
      *> method's value on the same line is not part of this run.
      *> Status 02 is a success: the line text is shared with another
      *> document under the duplicates-allowed text key.
       REVERSE-KEYED-DETAIL.
           MOVE 0 TO FILE-STATUS.
           OPEN I-O KEYED-DETAIL-FILE.
           IF KEYED-STATUS NOT = "00"
               DISPLAY "NO KEYED DETAIL DATASET - NO LINES TO CLEAR"
           ELSE
               PERFORM START-DOCUMENT-LINES
               PERFORM UNTIL FILE-STATUS = 1
                   READ KEYED-DETAIL-FILE NEXT RECORD
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF KDT-DOC-ID NOT = REV-DOC-ID
                               SET FILE-STATUS TO 1
                           ELSE
                               PERFORM CLEAR-METHOD-VALUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE KEYED-DETAIL-FILE.
           MOVE 0 TO FILE-STATUS.

       CLEAR-METHOD-VALUE.
           IF (REV-METHOD = "PT1" AND KDT-PT1-FLAG = "Y")
              OR (REV-METHOD = "PT2" AND KDT-PT2-FLAG = "Y")
               ADD 1 TO KEYED-CLEARED
               IF REV-METHOD = "PT1"
                   MOVE SPACE TO KDT-PT1-FLAG
                   MOVE 0 TO KDT-PT1-VALUE
               ELSE
                   MOVE SPACE TO KDT-PT2-FLAG
                   MOVE 0 TO KDT-PT2-VALUE
               END-IF
               IF KDT-PT1-FLAG = SPACE AND KDT-PT2-FLAG = SPACE
                   DELETE KEYED-DETAIL-FILE RECORD
                   ADD 1 TO KEYED-DELETED
               ELSE
                   REWRITE KEYED-DETAIL-RECORD
               END-IF
               IF KEYED-STATUS NOT = "00" AND KEYED-STATUS NOT = "02"
                   DISPLAY "*** FATAL: UPDATE FAILED WITH STATUS "
                       KEYED-STATUS " ON " KDT-DOC-ID " LINE "
                       KDT-SEQ-NO
                   CLOSE KEYED-DETAIL-FILE
                   PERFORM BAD-CONFIG-HALT
               END-IF
           END-IF.

       BUILD-CARRY-NAME.
           MOVE SPACE TO CARRY-FILE-NAME.
           STRING FUNCTION TRIM(SOURCE-FILE-NAME) ".carry"
               DELIMITED BY SIZE INTO CARRY-FILE-NAME.

      *> Each posting of the run date wrote its block of the
      *> document's lines to the end of the extract. A block starts
      *> at the earliest last occurrence of the lines ahead of it, so
      *> the blocks are peeled off from the end, one per posting -
      *> a FORCED rerun on the same day is backed out together with
      *> the run it repeated.
       FIND-RUN-IN-EXTRACT.
           MOVE 999999999 TO RUN-START-POS.
           MOVE 0 TO RUN-PASS.
           PERFORM FIND-RUN-BLOCK UNTIL RUN-PASS NOT < CUR-POSTED.

       FIND-RUN-BLOCK.
           MOVE RUN-START-POS TO BLOCK-END-POS.
           MOVE 0 TO XLT-COUNT.
           MOVE 0 TO EXTRACT-POS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DETAIL-FILE.
           IF DATASET-STATUS = "00"
               PERFORM UNTIL FILE-STATUS = 1
                   READ DETAIL-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF DTL-DOC-ID = REV-DOC-ID
                              AND DTL-METHOD = REV-METHOD
                               ADD 1 TO EXTRACT-POS
                               IF EXTRACT-POS < BLOCK-END-POS
                                   PERFORM NOTE-EXTRACT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DETAIL-FILE.
           MOVE 0 TO FILE-STATUS.
           PERFORM VARYING XLI FROM 1 BY 1 UNTIL XLI > XLT-COUNT
               IF XLT-LAST-POS(XLI) < RUN-START-POS
                   MOVE XLT-LAST-POS(XLI) TO RUN-START-POS
               END-IF
           END-PERFORM.
           ADD 1 TO RUN-PASS.

       NOTE-EXTRACT-LINE.
           MOVE 0 TO XLT-FOUND.
           PERFORM VARYING XLI FROM 1 BY 1 UNTIL XLI > XLT-COUNT
                                             OR XLT-FOUND = 1
               IF XLT-SEQ-NO(XLI) = DTL-SEQ-NO
                   MOVE EXTRACT-POS TO XLT-LAST-POS(XLI)
                   MOVE 1 TO XLT-FOUND
               END-IF
           END-PERFORM.
           IF XLT-FOUND = 0
               IF XLT-COUNT > 4999
                   DISPLAY "*** FATAL: MORE THAN 5000 LINES OF "
                       REV-DOC-ID " ON THE DETAIL EXTRACT - "
                       "EXTRACT-LINE-TABLE IS FULL"
                   CLOSE DETAIL-FILE
                   PERFORM BAD-CONFIG-HALT
               END-IF
               ADD 1 TO XLT-COUNT
               MOVE DTL-SEQ-NO TO XLT-SEQ-NO(XLT-COUNT)
               MOVE EXTRACT-POS TO XLT-LAST-POS(XLT-COUNT)
           END-IF.

       REVERSE-DETAIL-EXTRACT.
           MOVE DETAIL-FILE-NAME TO SOURCE-FILE-NAME.
           PERFORM BUILD-CARRY-NAME.
           MOVE 0 TO EXTRACT-POS.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT DETAIL-FILE.
           IF DATASET-STATUS = "00"
               OPEN OUTPUT CARRY-FILE
               PERFORM UNTIL FILE-STATUS = 1
                   READ DETAIL-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           PERFORM CARRY-DETAIL-RECORD
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
               CLOSE CARRY-FILE
               PERFORM COPY-CARRY-BACK
           ELSE
               CLOSE DETAIL-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       CARRY-DETAIL-RECORD.
           IF DTL-DOC-ID = REV-DOC-ID
              AND DTL-METHOD = REV-METHOD
               ADD 1 TO EXTRACT-POS
           END-IF.
           IF DTL-DOC-ID = REV-DOC-ID
              AND DTL-METHOD = REV-METHOD
              AND EXTRACT-POS NOT < RUN-START-POS
               ADD 1 TO EXTRACT-DROPPED
           ELSE
               MOVE DETAIL-RECORD TO CARRY-LINE
               WRITE CARRY-LINE
           END-IF.

       REVERSE-EXCEPTIONS.
           MOVE EXCEPTION-FILE-NAME TO SOURCE-FILE-NAME.
           PERFORM BUILD-CARRY-NAME.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT EXCEPTION-FILE.
           IF DATASET-STATUS = "00"
               OPEN OUTPUT CARRY-FILE
               PERFORM UNTIL FILE-STATUS = 1
                   READ EXCEPTION-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           IF EXC-DOC-ID = REV-DOC-ID
                              AND EXC-METHOD = REV-METHOD
                              AND EXC-RUN-DATE = REV-DATE
                               ADD 1 TO EXC-DROPPED
                           ELSE
                               MOVE EXCEPTION-RECORD TO CARRY-LINE
                               WRITE CARRY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
               CLOSE CARRY-FILE
               PERFORM COPY-CARRY-BACK
           ELSE
               CLOSE EXCEPTION-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       REVERSE-ADJUSTMENTS.
           MOVE ADJUST-FILE-NAME TO SOURCE-FILE-NAME.
           PERFORM BUILD-CARRY-NAME.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF DATASET-STATUS = "00"
               OPEN OUTPUT CARRY-FILE
               PERFORM UNTIL FILE-STATUS = 1
                   READ ADJUSTMENT-FILE
                       AT END SET FILE-STATUS TO 1
                       NOT AT END
                           PERFORM CHECK-ADJUSTMENT-RECORD
                           IF DOC-UPPER = SPACE
                               ADD 1 TO ADJ-DROPPED
                           ELSE
                               MOVE ADJUSTMENT-RECORD TO CARRY-LINE
                               WRITE CARRY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-FILE
               CLOSE CARRY-FILE
               PERFORM COPY-CARRY-BACK
           ELSE
               CLOSE ADJUSTMENT-FILE
           END-IF.
           MOVE 0 TO FILE-STATUS.

       MARK-RUN-CONTROL.
           MOVE RUNCTL-FILE-NAME TO SOURCE-FILE-NAME.
           PERFORM BUILD-CARRY-NAME.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT RUN-CONTROL-FILE.
           OPEN OUTPUT CARRY-FILE.
           PERFORM UNTIL FILE-STATUS = 1
               READ RUN-CONTROL-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       IF RCT-PROGRAM = REV-PROGRAM
                          AND RCT-DOC-ID = REV-DOC-ID
                          AND RCT-RUN-DATE = REV-DATE
                          AND RCT-DISPOSITION NOT = "REVERSED"
                           MOVE "REVERSED" TO RCT-DISPOSITION
                           ADD 1 TO RUNS-MARKED
                       END-IF
                       MOVE RUN-CONTROL-RECORD TO CARRY-LINE
                       WRITE CARRY-LINE
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           CLOSE CARRY-FILE.
           PERFORM COPY-CARRY-BACK.
           MOVE 0 TO FILE-STATUS.

       MARK-SETTLEMENT.
           MOVE SETTLE-FILE-NAME TO SOURCE-FILE-NAME.
           PERFORM BUILD-CARRY-NAME.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT SETTLEMENT-FILE.
           OPEN OUTPUT CARRY-FILE.
           PERFORM UNTIL FILE-STATUS = 1
               READ SETTLEMENT-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       PERFORM CHECK-SETTLEMENT-RECORD
                       IF DOC-UPPER = SPACE
                           MOVE SPACE TO SET-SEP8
                           MOVE "REVERSED" TO SET-STATUS
                           ADD 1 TO SETTLE-MARKED
                       END-IF
                       MOVE SETTLEMENT-RECORD TO CARRY-LINE
                       WRITE CARRY-LINE
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.
           CLOSE CARRY-FILE.
           PERFORM COPY-CARRY-BACK.
           MOVE 0 TO FILE-STATUS.

      *> The rewritten records are staged in a side file and copied
      *> back over the live dataset only once the whole file has been
      *> read, so a failure part-way leaves the live file intact.
       COPY-CARRY-BACK.
           OPEN INPUT CARRY-FILE.
           OPEN OUTPUT SOURCE-FILE.
           MOVE 0 TO FILE-STATUS.
           PERFORM UNTIL FILE-STATUS = 1
               READ CARRY-FILE
                   AT END SET FILE-STATUS TO 1
                   NOT AT END
                       MOVE CARRY-LINE TO SOURCE-LINE
                       WRITE SOURCE-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           CLOSE CARRY-FILE.
           OPEN OUTPUT CARRY-FILE.
           CLOSE CARRY-FILE.

       WRITE-REVERSING-HISTORY.
           MOVE CURR-DATE(1:8) TO HIST-RUN-DATE.
           MOVE SPACE TO HIST-SEP1.
           MOVE CURR-DATE(9:6) TO HIST-RUN-TIME.
           MOVE SPACE TO HIST-SEP2.
           MOVE REV-PROGRAM TO HIST-PROGRAM.
           MOVE SPACE TO HIST-SEP3.
           MOVE REV-DOC-ID TO HIST-DOC-ID.
           MOVE SPACE TO HIST-SEP4.
           MOVE PRIOR-TOTAL TO HIST-TOTAL.
           OPEN EXTEND RUN-HISTORY-FILE.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

      *> Marker on the audit log under the reversed program itself,
      *> the same way a FORCED override is marked - anyone reading the
      *> program's audit trail sees the back-out in line.
       WRITE-REVERSAL-MARKER.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE REV-PROGRAM TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE REV-DOC-ID TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE KEYED-CLEARED TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE EXC-DROPPED TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE PRIOR-TOTAL TO AUD-RESULT.
           MOVE SPACE TO AUD-SEP7.
           MOVE 0 TO AUD-ELAPSED-CS.
           MOVE SPACE TO AUD-SEP8.
           MOVE "REVERSED" TO AUD-STATUS.
           MOVE SPACE TO AUD-SEP9.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       WRITE-CONTROL-REPORT.
           OPEN EXTEND CONTROL-REPORT-FILE.
           DISPLAY "REVERSAL CONTROL        BEFORE     AFTER".
           MOVE "RUNCTL POSTED RUNS" TO RVC-ITEM.
           MOVE BEFORE-POSTED TO RVC-BEFORE.
           MOVE CUR-POSTED TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "RUNHIST STANDING" TO RVC-ITEM.
           MOVE BEFORE-STANDING TO RVC-BEFORE.
           MOVE CUR-STANDING TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "LINEDETL.DAT LINES" TO RVC-ITEM.
           MOVE BEFORE-KEYED TO RVC-BEFORE.
           MOVE CUR-KEYED TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "LINEDETL.TXT RECORDS" TO RVC-ITEM.
           MOVE BEFORE-EXTRACT TO RVC-BEFORE.
           MOVE CUR-EXTRACT TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "OPEN EXCEPTIONS" TO RVC-ITEM.
           MOVE BEFORE-EXCEPTIONS TO RVC-BEFORE.
           MOVE CUR-EXCEPTIONS TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "CORRECTIONS" TO RVC-ITEM.
           MOVE BEFORE-ADJUSTMENTS TO RVC-BEFORE.
           MOVE CUR-ADJUSTMENTS TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           MOVE "SETTLED TOTAL" TO RVC-ITEM.
           MOVE BEFORE-SETTLED TO RVC-BEFORE.
           MOVE CUR-SETTLED TO RVC-AFTER.
           PERFORM WRITE-CONTROL-ENTRY.
           CLOSE CONTROL-REPORT-FILE.

       WRITE-CONTROL-ENTRY.
           MOVE CURR-DATE(1:8) TO RVC-RUN-DATE.
           MOVE SPACE TO RVC-SEP1.
           MOVE REV-PROGRAM TO RVC-PROGRAM.
           MOVE SPACE TO RVC-SEP2.
           MOVE REV-DOC-ID TO RVC-DOC-ID.
           MOVE SPACE TO RVC-SEP3.
           MOVE REV-DATE TO RVC-POSTED-DATE.
           MOVE SPACE TO RVC-SEP4.
           MOVE SPACE TO RVC-SEP5.
           MOVE SPACE TO RVC-SEP6.
           WRITE REVERSAL-CONTROL-RECORD.
           DISPLAY RVC-ITEM "   " RVC-BEFORE " " RVC-AFTER.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE AUDIT-DATE(9:6) TO AUD-RUN-TIME.
           MOVE SPACE TO AUD-SEP2.
           MOVE "AOC23D01REV" TO AUD-PROGRAM.
           MOVE SPACE TO AUD-SEP3.
           MOVE REV-DOC-ID TO AUD-DOC-ID.
           MOVE SPACE TO AUD-SEP4.
           MOVE KEYED-CLEARED TO AUD-LINES.
           MOVE SPACE TO AUD-SEP5.
           MOVE EXC-DROPPED TO AUD-EXCEPTIONS.
           MOVE SPACE TO AUD-SEP6.
           MOVE BEFORE-STANDING TO AUD-RESULT.
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
