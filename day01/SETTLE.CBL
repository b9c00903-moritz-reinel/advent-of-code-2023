      * (adjust.txt) that AOC23D01RWK appends, so the settled figure
      * already includes reworked lines. The extract is a dated,
      * fixed-layout file for the finance side, not a console listing.
      *
      * The keyed dataset carries a PT1 and a PT2 value for every line;
      * which one bills is the document's method of record, held in the
      * method file (docmethod.txt, one DOCUMENT,PT1 or DOCUMENT,PT2
      * card per contracted document). A document with no card settles
      * on PT1 and the run ends WARNING, so the missing contract entry
      * gets noticed. A line with no value under the contracted method
      * (an open exception under that method) is left out of the line
      * count and total - it settles through the adjustment log once
      * it has been reworked.
      *
      * A document AOC23D01DUP has flagged as a copy of an earlier one
      * and an operator has put on HOLD (suspect.dat) is left off the
      * extract - its adjustments are held with it - until it is
      * released, and the run ends WARNING while anything is held.
      *
      * The control totals are also written, paged for distribution, to
      * the report dataset (setrpt.txt, SETRPT card): report id, run
      * date and time, page number and column headings on every page,
      * PAGELINES lines a page, a control group with subtotals per
      * document, and an end-of-report trailer with the counts so a
      * truncated copy is obvious. The distribution control file
      * (rptdist.txt) names the recipient lists for each run, and the
      * routing is logged to rptlog.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01SET.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS KDT-KEY
           ALTERNATE RECORD KEY IS KDT-TEXT WITH DUPLICATES
           FILE STATUS IS KEYED-STATUS.

           SELECT OPTIONAL SUSPECT-FILE ASSIGN TO "suspect.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUS-DOC-ID
           FILE STATUS IS SUSPECT-STATUS.

           SELECT OPTIONAL METHOD-FILE
           ASSIGN DYNAMIC METHOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METHOD-STATUS.

           SELECT OPTIONAL ADJUSTMENT-FILE
           ASSIGN DYNAMIC ADJUST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT SETTLEMENT-FILE ASSIGN DYNAMIC SETTLE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN DYNAMIC REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIST-FILE ASSIGN DYNAMIC DIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-STATUS.

           SELECT OPTIONAL DIST-LOG-FILE ASSIGN DYNAMIC DIST-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       01  PARM-LINE       PIC X(100).

       FD  KEYED-DETAIL-FILE.
       COPY KEYDETL.

       FD  SUSPECT-FILE.
       COPY SUSPECT.

       FD  METHOD-FILE LABEL RECORDS ARE OMITTED.
       01  METHOD-LINE     PIC X(100).

       FD  ADJUSTMENT-FILE LABEL RECORDS ARE OMITTED.
       01  ADJUSTMENT-RECORD.
           05  ADJ-VALUE       PIC 9(2).
           05  ADJ-SEP5        PIC X(1).
           05  ADJ-TEXT        PIC X(60).
           05  ADJ-SEP6        PIC X(1).
           05  ADJ-OPERATOR    PIC X(8).
           05  ADJ-SEP7        PIC X(1).
           05  ADJ-APPROVER    PIC X(8).

       FD  SETTLEMENT-FILE LABEL RECORDS ARE OMITTED.
       COPY SETTLREC.

       FD  REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE     PIC X(132).

       FD  DIST-FILE LABEL RECORDS ARE OMITTED.
       01  DIST-LINE       PIC X(100).

       FD  DIST-LOG-FILE LABEL RECORDS ARE OMITTED.
       COPY RPTLOG.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.
       01  PARM-KEY        PIC X(20).
       01  PARM-VALUE      PIC X(80).
       01  ADJUST-FILE-NAME     PIC X(80) VALUE "adjust.txt".
       01  METHOD-FILE-NAME     PIC X(80) VALUE "docmethod.txt".
       01  SETTLE-FILE-NAME     PIC X(80) VALUE "settle.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  REPORT-FILE-NAME     PIC X(80) VALUE "setrpt.txt".
       01  DIST-FILE-NAME       PIC X(80) VALUE "rptdist.txt".
       01  DIST-LOG-NAME        PIC X(80) VALUE "rptlog.txt".
       01  DIST-RUN-NAME        PIC X(10) VALUE "DAILY".
       01  PAGE-LINES           PIC 9(3) VALUE 60.
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  PARM-NUM        PIC 9(6) VALUE 0.

       01  KEYED-STATUS    PIC XX VALUE "00".
       01  ADJUST-STATUS   PIC XX VALUE "00".
       01  METHOD-STATUS   PIC XX VALUE "00".
       01  FILE-STATUS     PIC 9 VALUE 0.

      *> Posted corrections from the adjustment log, deduplicated on
      *> document plus sequence number plus method: a line corrected
      *> again on a later rework run appends a fresh record, and the
      *> LAST record for a document/line/method wins. A line rejected
      *> by both methods logs once per method; only the correction
      *> under the document's method of record nets in, exactly once -
      *> the other method's value was never part of what bills.
       01  ADJ-TABLE.
           05  ADJ-ENTRY OCCURS 1000 TIMES.
               10  ADT-DOC-ID      PIC X(80).
               10  ADT-SEQ-NO      PIC 9(6).
               10  ADT-METHOD      PIC X(3).
               10  ADT-VALUE       PIC 9(2).
               10  ADT-USED        PIC 9.
       01  ADJ-COUNT       PIC 9(4) VALUE 0.
       01  SAI             PIC 9(4) VALUE 0.
       01  ADJ-DUP-FOUND   PIC 9 VALUE 0.
       01  ADJ-READ-COUNT  PIC 9(6) VALUE 0.
       01  ADJ-OFF-METHOD  PIC 9(4) VALUE 0.

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
       01  UNCONTRACTED-COUNT   PIC 9(4) VALUE 0.
       01  LOOKUP-DOC      PIC X(80) VALUE SPACE.

       01  CURRENT-DOC     PIC X(80) VALUE SPACE.
       01  DOC-METHOD      PIC X(3) VALUE SPACE.
       01  DOC-MISSING     PIC 9(6) VALUE 0.
       01  LINE-VALUE      PIC 9(2) VALUE 0.
       01  MISSING-COUNT   PIC 9(6) VALUE 0.
       01  DOC-OPEN        PIC 9 VALUE 0.
       01  DOC-LINES       PIC 9(6) VALUE 0.
       01  DOC-LINE-TOTAL  PIC 9(9) VALUE 0.
       01  ORPHAN-COUNT    PIC 9(4) VALUE 0.
       01  GRAND-SETTLED   PIC 9(9) VALUE 0.
       01  GRAND-OVERFLOW  PIC 9 VALUE 0.
       01  HELD-COUNT      PIC 9(4) VALUE 0.
       01  SUSPECT-STATUS  PIC XX VALUE "00".
       01  SUSPECT-OPEN    PIC 9 VALUE 0.

      *> Page control for the report dataset.
       01  DIST-STATUS     PIC XX VALUE "00".
       01  DIST-EOF        PIC 9 VALUE 0.
       01  REPORT-ID       PIC X(14) VALUE "AOC23D01SET".
       01  REPORT-TITLE    PIC X(50)
           VALUE "SETTLEMENT CONTROL TOTALS".
       01  REPORT-DATE     PIC X(21).
       01  PAGE-NO         PIC 9(4) VALUE 0.
       01  LINE-ON-PAGE    PIC 9(3) VALUE 0.
       01  BODY-LINES      PIC 9(6) VALUE 0.
       01  DETAIL-PRINTED  PIC 9(6) VALUE 0.
       01  DOCS-PRINTED    PIC 9(4) VALUE 0.
       01  RECORDS-REPORTED     PIC 9(6) VALUE 0.
       01  BREAK-DOC       PIC X(80) VALUE SPACE.
       01  NEXT-DOC        PIC X(80) VALUE SPACE.
       01  PRINT-LINE      PIC X(132) VALUE SPACE.
       01  HEADING-LINE-1.
           05  HL1-REPORT-ID   PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  HL1-TITLE       PIC X(50).
           05  FILLER          PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE    PIC X(10).
           05  FILLER          PIC X(6) VALUE " TIME ".
           05  HL1-RUN-TIME    PIC X(8).
           05  FILLER          PIC X(8) VALUE "   PAGE ".
           05  HL1-PAGE        PIC ZZZ9.
       01  HEADING-LINE-2.
           05  FILLER          PIC X(14) VALUE "DISTRIBUTION: ".
           05  HL2-RECIPIENTS  PIC X(118).
       01  TRAILER-LINE.
           05  FILLER          PIC X(18) VALUE "*** END OF REPORT ".
           05  RTR-REPORT-ID   PIC X(14).
           05  FILLER          PIC X(7) VALUE " PAGES ".
           05  RTR-PAGES       PIC ZZZ9.
           05  FILLER          PIC X(7) VALUE " LINES ".
           05  RTR-LINES       PIC ZZZZZ9.
           05  FILLER          PIC X(8) VALUE " DETAIL ".
           05  RTR-DETAIL      PIC ZZZZZ9.
           05  FILLER          PIC X(11) VALUE " DOCUMENTS ".
           05  RTR-DOCS        PIC ZZZ9.
           05  FILLER          PIC X(14) VALUE " RECORDS READ ".
           05  RTR-READ        PIC ZZZZZ9.
           05  FILLER          PIC X(4) VALUE " ***".
       01  DIST-TABLE.
           05  DIST-LIST       PIC X(20) OCCURS 10 TIMES.
       01  DIST-COUNT      PIC 9(2) VALUE 0.
       01  DLI             PIC 9(2) VALUE 0.
       01  DIST-POINTER    PIC 9(3) VALUE 1.
       01  DIST-REPORT-TEXT     PIC X(20) VALUE SPACE.
       01  DIST-LIST-TEXT       PIC X(40) VALUE SPACE.
       01  DIST-RUN-TEXT        PIC X(20) VALUE SPACE.

       01  COLUMN-HEADING.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  FILLER          PIC X(16) VALUE "SOURCE".
           05  FILLER          PIC X(8) VALUE "LINE".
           05  FILLER          PIC X(5) VALUE "MTD".
           05  FILLER          PIC X(9) VALUE "  LINES".
           05  FILLER          PIC X(16) VALUE "         VALUE".
           05  FILLER          PIC X(16) VALUE "       SETTLED".
           05  FILLER          PIC X(12) VALUE "STATUS".
           05  FILLER          PIC X(30) VALUE "NOTE".
       01  CONTROL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-SOURCE      PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-SEQ-NO      PIC X(6).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-METHOD      PIC X(3).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-LINES       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-SETTLED     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  CDL-SETTLED-X REDEFINES CDL-SETTLED PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-STATUS      PIC X(10).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  CDL-NOTE        PIC X(40).
       01  GROUP-VALUE     PIC 9(10) VALUE 0.
       01  REPORT-LINES    PIC 9(7) VALUE 0.
       01  REPORT-VALUE    PIC 9(11) VALUE 0.

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
           PERFORM LOAD-ADJUSTMENTS.
           OPEN INPUT KEYED-DETAIL-FILE.
           IF KEYED-STATUS NOT = "00"
                   "STATUS " KEYED-STATUS " - RUN AOC23D01DTL FIRST"
               PERFORM BAD-CONFIG-HALT
           END-IF.
      *> No suspect dataset means nothing has ever been held.
           OPEN INPUT SUSPECT-FILE.
           IF SUSPECT-STATUS = "00"
               MOVE 1 TO SUSPECT-OPEN
           END-IF.
           OPEN OUTPUT SETTLEMENT-FILE.
           PERFORM PRINT-SETTLE-START.
           PERFORM UNTIL FILE-STATUS = 1
               READ KEYED-DETAIL-FILE
                   AT END SET FILE-STATUS TO 1
           CLOSE KEYED-DETAIL-FILE.
           PERFORM SETTLE-ORPHAN-ADJUSTMENTS.
           CLOSE SETTLEMENT-FILE.
           IF SUSPECT-OPEN = 1
               CLOSE SUSPECT-FILE
           END-IF.
           DISPLAY "KEYED DETAIL RECORDS READ: " READ-COUNT.
           DISPLAY "ADJUSTMENT RECORDS READ: " ADJ-READ-COUNT.
           DISPLAY "SETTLEMENT RECORDS WRITTEN: " DOC-COUNT.
           DISPLAY "GRAND SETTLED TOTAL: " GRAND-SETTLED.
           DISPLAY "LINES WITHOUT A CONTRACTED-METHOD VALUE: "
               MISSING-COUNT.
           DISPLAY "CORRECTIONS NOT UNDER THE METHOD OF RECORD, NOT "
               "BILLED: " ADJ-OFF-METHOD.
           IF UNCONTRACTED-COUNT > 0 OR METHOD-ERRORS > 0
               DISPLAY "*** WARNING: " UNCONTRACTED-COUNT
                   " DOCUMENT(S) HAVE NO METHOD OF RECORD AND SETTLED "
                   "ON PT1, " METHOD-ERRORS " METHOD CARD(S) WERE "
                   "UNREADABLE - CORRECT THE METHOD FILE"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ORPHAN-COUNT > 0
               DISPLAY "*** WARNING: " ORPHAN-COUNT " DOCUMENT(S) ON "
                   "THE ADJUSTMENT LOG HAVE NO KEYED DETAIL LINES - "
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF HELD-COUNT > 0
               DISPLAY "*** WARNING: " HELD-COUNT " DOCUMENT(S) HELD "
                   "AS SUSPECT DUPLICATES AND NOT SETTLED - RELEASE "
                   "THROUGH AOC23D01DUP"
               MOVE "WARNING" TO RUN-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF GRAND-OVERFLOW = 1
               MOVE "OVERFLOW" TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM PRINT-SETTLE-END.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

      *> A halt mid-run still closes the datasets and finishes the
      *> report with its trailer, so the partial control totals go
      *> out marked as halted rather than as a truncated copy.
       OVERFLOW-HALT.
           CLOSE KEYED-DETAIL-FILE.
           CLOSE SETTLEMENT-FILE.
           IF SUSPECT-OPEN = 1
               CLOSE SUSPECT-FILE
           END-IF.
           MOVE "OVERFLOW" TO RUN-STATUS.
           MOVE 8 TO RETURN-CODE.
           MOVE "RUN HALTED" TO CDL-SOURCE.
           MOVE SPACE TO CDL-SEQ-NO.
           MOVE DOC-METHOD TO CDL-METHOD.
           MOVE DOC-LINES TO CDL-LINES.
           MOVE DOC-LINE-TOTAL TO CDL-VALUE.
           MOVE SPACE TO CDL-SETTLED-X.
           MOVE "HALTED" TO CDL-STATUS.
           MOVE "LINE-VALUE TOTAL WOULD EXCEED 999999999"
               TO CDL-NOTE.
           MOVE CONTROL-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-SETTLE-END.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

       LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
                       MOVE PARM-VALUE TO ADJUST-FILE-NAME
                   WHEN "AUDIT"
                       MOVE PARM-VALUE TO AUDIT-FILE-NAME
                   WHEN "METHODS"
                       MOVE PARM-VALUE TO METHOD-FILE-NAME
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
                   WHEN "SETRPT"
                       MOVE PARM-VALUE TO REPORT-FILE-NAME
                   WHEN "RPTDIST"
                       MOVE PARM-VALUE TO DIST-FILE-NAME
                   WHEN "RPTLOG"
                       MOVE PARM-VALUE TO DIST-LOG-NAME
                   WHEN "DISTRUN"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:10))
                           TO DIST-RUN-NAME
                   WHEN "PAGELINES"
                       MOVE FUNCTION NUMVAL(PARM-VALUE) TO PARM-NUM
                       IF PARM-NUM < 10 OR PARM-NUM > 999
                           DISPLAY "*** INVALID PAGELINES ON PARM "
                               "CARD - KEEPING " PAGE-LINES
                       ELSE
                           MOVE PARM-NUM TO PAGE-LINES
                       END-IF
      *> Cards meant for the other programs share the same parm
      *> deck - recognized but not used here.
                   WHEN "INPUT"
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
               DISPLAY "NO METHOD FILE FOUND - EVERY DOCUMENT SETTLES "
                   "ON PT1"
           END-IF.
           MOVE 0 TO FILE-STATUS.
           DISPLAY METHOD-COUNT " METHOD OF RECORD CARD(S) LOADED".

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

       LOAD-ADJUSTMENTS.
           MOVE 0 TO ADJ-COUNT.
           MOVE 0 TO FILE-STATUS.
                                             OR ADJ-DUP-FOUND = 1
               IF ADT-DOC-ID(SAI) = ADJ-DOC-ID
                  AND ADT-SEQ-NO(SAI) = ADJ-SEQ-NO
                  AND ADT-METHOD(SAI) = ADJ-METHOD
                   MOVE 1 TO ADJ-DUP-FOUND
                   MOVE ADJ-VALUE TO ADT-VALUE(SAI)
               END-IF
               ADD 1 TO ADJ-COUNT
               MOVE ADJ-DOC-ID TO ADT-DOC-ID(ADJ-COUNT)
               MOVE ADJ-SEQ-NO TO ADT-SEQ-NO(ADJ-COUNT)
               MOVE ADJ-METHOD TO ADT-METHOD(ADJ-COUNT)
               MOVE ADJ-VALUE TO ADT-VALUE(ADJ-COUNT)
               MOVE 0 TO ADT-USED(ADJ-COUNT)
           END-IF.
                   PERFORM START-DOCUMENT
               END-IF
           END-IF.
           IF DOC-METHOD = "PT2"
               IF KDT-PT2-FLAG = "Y"
                   MOVE KDT-PT2-VALUE TO LINE-VALUE
                   PERFORM POST-LINE-VALUE
               ELSE
                   ADD 1 TO DOC-MISSING
               END-IF
           ELSE
               IF KDT-PT1-FLAG = "Y"
                   MOVE KDT-PT1-VALUE TO LINE-VALUE
                   PERFORM POST-LINE-VALUE
               ELSE
                   ADD 1 TO DOC-MISSING
               END-IF
           END-IF.

       POST-LINE-VALUE.
           ADD 1 TO DOC-LINES.
           IF DOC-LINE-TOTAL > 999999999 - LINE-VALUE
               DISPLAY "*** FATAL: LINE-VALUE TOTAL FOR " CURRENT-DOC
                   " WOULD EXCEED 999999999 - HALTING RUN BEFORE THE "
                   "TOTAL WRAPS"
               PERFORM OVERFLOW-HALT
           ELSE
               ADD LINE-VALUE TO DOC-LINE-TOTAL
           END-IF.

       START-DOCUMENT.
           MOVE 1 TO DOC-OPEN.
           MOVE 0 TO DOC-LINES.
           MOVE 0 TO DOC-LINE-TOTAL.
           MOVE 0 TO DOC-MISSING.
           PERFORM PICK-DOC-METHOD.

       PICK-DOC-METHOD.
           MOVE FUNCTION UPPER-CASE(CURRENT-DOC) TO LOOKUP-DOC.
           PERFORM FIND-METHOD.
           IF METHOD-FOUND = 1
               MOVE MTT-METHOD(METHOD-IX) TO DOC-METHOD
           ELSE
               MOVE "PT1" TO DOC-METHOD
               ADD 1 TO UNCONTRACTED-COUNT
               DISPLAY "*** WARNING: " CURRENT-DOC " HAS NO METHOD OF "
                   "RECORD - SETTLING ON PT1"
           END-IF.

       SETTLE-DOCUMENT.
           IF DOC-MISSING > 0
               DISPLAY "NOTE: " DOC-MISSING " LINE(S) OF " CURRENT-DOC
                   " CARRY NO " DOC-METHOD " VALUE - LEFT TO SETTLE "
                   "THROUGH THE ADJUSTMENT LOG"
               ADD DOC-MISSING TO MISSING-COUNT
           END-IF.
           PERFORM PRINT-DOC-KEYED-LINES.
           PERFORM NET-IN-ADJUSTMENTS.
           PERFORM CHECK-HELD.
           MOVE SPACE TO CDL-NOTE.
           IF SUS-STATE = "HELD"
               ADD 1 TO HELD-COUNT
               DISPLAY "*** HELD: " CURRENT-DOC(1:20) " IS HELD AS A "
                   "SUSPECT DUPLICATE - NOT SETTLED"
               MOVE "HELD" TO CDL-STATUS
               MOVE "SUSPECT DUPLICATE - NOT SETTLED" TO CDL-NOTE
           ELSE
               COMPUTE DOC-SETTLED = DOC-LINE-TOTAL + DOC-ADJ-TOTAL
                   ON SIZE ERROR
                       MOVE 999999999 TO DOC-SETTLED
                       MOVE 1 TO GRAND-OVERFLOW
                       MOVE "*** OVERFLOW - CAPPED" TO CDL-NOTE
               END-COMPUTE
               PERFORM WRITE-SETTLEMENT-RECORD
               MOVE "SETTLED" TO CDL-STATUS
           END-IF.
           PERFORM PRINT-DOC-SUBTOTAL.

      *> The adjustments are netted before the check so that a held
      *> document's corrections are held with it rather than being
      *> settled as orphans.
       CHECK-HELD.
           MOVE SPACE TO SUS-STATE.
           IF SUSPECT-OPEN = 1
               MOVE FUNCTION UPPER-CASE(CURRENT-DOC) TO SUS-DOC-ID
               READ SUSPECT-FILE
                   INVALID KEY MOVE SPACE TO SUS-STATE
               END-READ
           END-IF.

      *> A correction logged under the other method is marked used
      *> without posting, so the orphan sweep does not pick it up -
      *> that line's value under the method of record is already in
      *> the keyed dataset or has its own correction.
       NET-IN-ADJUSTMENTS.
           MOVE 0 TO DOC-ADJ-LINES.
           MOVE 0 TO DOC-ADJ-TOTAL.
               IF ADT-USED(ATI) = 0
                  AND ADT-DOC-ID(ATI) = CURRENT-DOC
                   MOVE 1 TO ADT-USED(ATI)
                   IF ADT-METHOD(ATI) = DOC-METHOD
                       ADD 1 TO DOC-ADJ-LINES
                       ADD ADT-VALUE(ATI) TO DOC-ADJ-TOTAL
                   ELSE
                       ADD 1 TO ADJ-OFF-METHOD
                   END-IF
                   PERFORM PRINT-ADJUSTMENT-LINE
               END-IF
           END-PERFORM.

           MOVE DOC-ADJ-TOTAL TO SET-ADJ-TOTAL.
           MOVE SPACE TO SET-SEP6.
           MOVE DOC-SETTLED TO SET-SETTLED.
           MOVE SPACE TO SET-SEP7.
           MOVE DOC-METHOD TO SET-METHOD.
           MOVE SPACE TO SET-SEP8.
           MOVE "SETTLED" TO SET-STATUS.
           WRITE SETTLEMENT-RECORD.
           ADD 1 TO DOC-COUNT.
           IF GRAND-SETTLED > 999999999 - DOC-SETTLED
      *> alone, rather than silently dropping off the finance feed.
      *> The sweep runs on its own index: NET-IN-ADJUSTMENTS varies
      *> ATI over the whole table, and sharing the index would end
      *> the sweep after the first orphan document. Only a correction
      *> under the document's method of record starts an orphan
      *> settlement; one under the other method is set aside here.
       SETTLE-ORPHAN-ADJUSTMENTS.
           PERFORM VARYING SAI FROM 1 BY 1 UNTIL SAI > ADJ-COUNT
               IF ADT-USED(SAI) = 0
                   MOVE FUNCTION UPPER-CASE(ADT-DOC-ID(SAI))
                       TO LOOKUP-DOC
                   PERFORM FIND-METHOD
                   IF METHOD-FOUND = 1
                       MOVE MTT-METHOD(METHOD-IX) TO DOC-METHOD
                   ELSE
                       MOVE "PT1" TO DOC-METHOD
                   END-IF
                   IF ADT-METHOD(SAI) = DOC-METHOD
                       PERFORM SETTLE-ONE-ORPHAN
                   ELSE
                       MOVE 1 TO ADT-USED(SAI)
                       ADD 1 TO ADJ-OFF-METHOD
                   END-IF
               END-IF
           END-PERFORM.

      *> A document held as a suspect duplicate is held here too -
      *> its corrections are netted (so they are not swept again) but
      *> nothing is settled, the same as SETTLE-DOCUMENT.
       SETTLE-ONE-ORPHAN.
           DISPLAY "*** WARNING: ADJUSTMENT FOR " ADT-DOC-ID(SAI)
               " LINE " ADT-SEQ-NO(SAI) " HAS NO KEYED DETAIL LINES".
           MOVE ADT-DOC-ID(SAI) TO CURRENT-DOC.
           MOVE 0 TO DOC-LINES.
           MOVE 0 TO DOC-LINE-TOTAL.
           PERFORM PICK-DOC-METHOD.
           MOVE CURRENT-DOC TO NEXT-DOC.
           PERFORM PRINT-GROUP-HEADING.
           PERFORM NET-IN-ADJUSTMENTS.
           PERFORM CHECK-HELD.
           IF SUS-STATE = "HELD"
               ADD 1 TO HELD-COUNT
               DISPLAY "*** HELD: " CURRENT-DOC(1:20) " IS HELD AS A "
                   "SUSPECT DUPLICATE - NOT SETTLED"
               MOVE "HELD" TO CDL-STATUS
               MOVE "SUSPECT DUPLICATE - NOT SETTLED" TO CDL-NOTE
           ELSE
               ADD 1 TO ORPHAN-COUNT
               MOVE DOC-ADJ-TOTAL TO DOC-SETTLED
               PERFORM WRITE-SETTLEMENT-RECORD
               MOVE "SETTLED" TO CDL-STATUS
               MOVE "NO KEYED DETAIL LINES" TO CDL-NOTE
           END-IF.
           PERFORM PRINT-DOC-SUBTOTAL.

       WRITE-AUDIT-RECORD.
           PERFORM COMPUTE-ELAPSED-TIME.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-DATE.
           MOVE AUDIT-DATE(1:8) TO AUD-RUN-DATE.
           MOVE SPACE TO AUD-SEP1.
           MOVE SPACE TO AUD-SEP6.
           MOVE GRAND-SETTLED TO AUD-RESULT.
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

      *> The control totals go to the report dataset as one control
      *> group per document - the keyed lines on the method of
      *> record, each correction netted in, then the document
      *> subtotal with what settled or why it did not - and a run
      *> total ahead of the trailer.
       PRINT-SETTLE-START.
           PERFORM OPEN-REPORT.
           STRING "SETTLEMENT RUN " CURR-DATE(1:8)
               "  ADJUSTMENT RECORDS READ " ADJ-READ-COUNT
               "  DISTINCT CORRECTED LINES " ADJ-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-DOC-KEYED-LINES.
           MOVE CURRENT-DOC TO NEXT-DOC.
           PERFORM PRINT-GROUP-HEADING.
           MOVE "KEYED LINES" TO CDL-SOURCE.
           MOVE SPACE TO CDL-SEQ-NO.
           MOVE DOC-METHOD TO CDL-METHOD.
           MOVE DOC-LINES TO CDL-LINES.
           MOVE DOC-LINE-TOTAL TO CDL-VALUE.
           MOVE SPACE TO CDL-SETTLED-X.
           MOVE SPACE TO CDL-STATUS.
           MOVE SPACE TO CDL-NOTE.
           IF DOC-MISSING > 0
               STRING DOC-MISSING " LINE(S) WITH NO " DOC-METHOD
                   " VALUE" DELIMITED BY SIZE INTO CDL-NOTE
           END-IF.
           MOVE CONTROL-LINE TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.
           ADD DOC-LINES TO REPORT-LINES.
           ADD DOC-LINE-TOTAL TO REPORT-VALUE.

       PRINT-ADJUSTMENT-LINE.
           MOVE "ADJUSTMENT" TO CDL-SOURCE.
           MOVE ADT-SEQ-NO(ATI) TO CDL-SEQ-NO.
           MOVE ADT-METHOD(ATI) TO CDL-METHOD.
           MOVE 1 TO CDL-LINES.
           MOVE ADT-VALUE(ATI) TO CDL-VALUE.
           MOVE SPACE TO CDL-SETTLED-X.
           MOVE SPACE TO CDL-STATUS.
           MOVE SPACE TO CDL-NOTE.
           IF ADT-METHOD(ATI) = DOC-METHOD
               ADD 1 TO REPORT-LINES
               ADD ADT-VALUE(ATI) TO REPORT-VALUE
           ELSE
               MOVE "NOT THE METHOD OF RECORD - NOT BILLED"
                   TO CDL-NOTE
           END-IF.
           MOVE CONTROL-LINE TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.

      *> CDL-STATUS and CDL-NOTE are set by the caller.
       PRINT-DOC-SUBTOTAL.
           MOVE "DOC TOTAL" TO CDL-SOURCE.
           MOVE SPACE TO CDL-SEQ-NO.
           MOVE DOC-METHOD TO CDL-METHOD.
           COMPUTE CDL-LINES = DOC-LINES + DOC-ADJ-LINES.
           COMPUTE GROUP-VALUE = DOC-LINE-TOTAL + DOC-ADJ-TOTAL.
           MOVE GROUP-VALUE TO CDL-VALUE.
           IF CDL-STATUS = "HELD"
               MOVE SPACE TO CDL-SETTLED-X
           ELSE
               MOVE DOC-SETTLED TO CDL-SETTLED
           END-IF.
           MOVE CONTROL-LINE TO PRINT-LINE.
           PERFORM PRINT-GROUP-TOTAL.

       PRINT-SETTLE-END.
           MOVE "RUN TOTAL" TO CDL-SOURCE.
           MOVE SPACE TO CDL-SEQ-NO.
           MOVE SPACE TO CDL-METHOD.
           MOVE REPORT-LINES TO CDL-LINES.
           MOVE REPORT-VALUE TO CDL-VALUE.
           MOVE GRAND-SETTLED TO CDL-SETTLED.
           IF GRAND-OVERFLOW = 1
               MOVE "OVERFLOW" TO CDL-STATUS
           ELSE
               MOVE SPACE TO CDL-STATUS
           END-IF.
           MOVE SPACE TO CDL-NOTE.
           STRING DOC-COUNT " SETTLED (" ORPHAN-COUNT " ORPHAN) "
               HELD-COUNT " HELD" DELIMITED BY SIZE INTO CDL-NOTE.
           MOVE CONTROL-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE READ-COUNT TO RECORDS-REPORTED.
           PERFORM CLOSE-REPORT.

      *> The report dataset carries the same figures as the console,
      *> paged for distribution: report id, run date and time, page
      *> number and the column headings on every page, PAGELINES
      *> lines a page (default 60), and an end-of-report trailer with
      *> the counts so a truncated copy is obvious.
       OPEN-REPORT.
           MOVE FUNCTION CURRENT-DATE TO REPORT-DATE.
           MOVE REPORT-ID TO HL1-REPORT-ID.
           MOVE REPORT-TITLE TO HL1-TITLE.
           STRING REPORT-DATE(1:4) "-" REPORT-DATE(5:2) "-"
               REPORT-DATE(7:2) DELIMITED BY SIZE INTO HL1-RUN-DATE.
           STRING REPORT-DATE(9:2) ":" REPORT-DATE(11:2) ":"
               REPORT-DATE(13:2) DELIMITED BY SIZE INTO HL1-RUN-TIME.
           PERFORM LOAD-DISTRIBUTION.
           OPEN OUTPUT REPORT-FILE.
           MOVE 0 TO PAGE-NO.
           MOVE 0 TO BODY-LINES.
           MOVE 0 TO DETAIL-PRINTED.
           MOVE 0 TO DOCS-PRINTED.
           MOVE SPACE TO BREAK-DOC.
           MOVE SPACE TO PRINT-LINE.
           MOVE PAGE-LINES TO LINE-ON-PAGE.

       LOAD-DISTRIBUTION.
           MOVE 0 TO DIST-COUNT.
           MOVE 0 TO DIST-EOF.
           OPEN INPUT DIST-FILE.
           IF DIST-STATUS = "00"
               PERFORM UNTIL DIST-EOF = 1
                   READ DIST-FILE
                       AT END SET DIST-EOF TO 1
                       NOT AT END
                           IF DIST-LINE = SPACE OR DIST-LINE(1:1) = "*"
                               CONTINUE
                           ELSE
                               PERFORM STORE-DISTRIBUTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF.
           MOVE SPACE TO HL2-RECIPIENTS.
           IF DIST-COUNT = 0
               MOVE "NONE - NO ENTRY ON THE DISTRIBUTION CONTROL FILE"
                   TO HL2-RECIPIENTS
           ELSE
               MOVE 1 TO DIST-POINTER
               PERFORM VARYING DLI FROM 1 BY 1 UNTIL DLI > DIST-COUNT
                   STRING FUNCTION TRIM(DIST-LIST(DLI)) " "
                       DELIMITED BY SIZE INTO HL2-RECIPIENTS
                       WITH POINTER DIST-POINTER
               END-PERFORM
           END-IF.

      *> REPORT-ID,RECIPIENT-LIST[,RUN] - a card with no run name
      *> sends the report on every run, one with a run name only on
      *> runs whose DISTRUN card names it (DAILY when there is none).
       STORE-DISTRIBUTION.
           MOVE SPACE TO DIST-REPORT-TEXT.
           MOVE SPACE TO DIST-LIST-TEXT.
           MOVE SPACE TO DIST-RUN-TEXT.
           UNSTRING DIST-LINE DELIMITED BY ","
               INTO DIST-REPORT-TEXT DIST-LIST-TEXT DIST-RUN-TEXT.
           MOVE FUNCTION UPPER-CASE(DIST-REPORT-TEXT)
               TO DIST-REPORT-TEXT.
           MOVE FUNCTION UPPER-CASE(DIST-RUN-TEXT) TO DIST-RUN-TEXT.
           IF DIST-REPORT-TEXT = REPORT-ID
              AND (DIST-RUN-TEXT = SPACE
                   OR DIST-RUN-TEXT = DIST-RUN-NAME)
               IF DIST-LIST-TEXT = SPACE
                   DISPLAY "*** DISTRIBUTION CARD IGNORED: "
                       FUNCTION TRIM(DIST-LINE) " - NO RECIPIENT LIST"
               ELSE
                   IF DIST-COUNT > 9
                       DISPLAY "*** MORE THAN 10 RECIPIENT LISTS FOR "
                           REPORT-ID " - " DIST-LIST-TEXT(1:20)
                           " IGNORED"
                   ELSE
                       ADD 1 TO DIST-COUNT
                       MOVE FUNCTION UPPER-CASE(DIST-LIST-TEXT)
                           TO DIST-LIST(DIST-COUNT)
                   END-IF
               END-IF
           END-IF.

       PRINT-REPORT-LINE.
           IF LINE-ON-PAGE >= PAGE-LINES
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-ON-PAGE.
           ADD 1 TO BODY-LINES.
           MOVE SPACE TO PRINT-LINE.

       PRINT-DETAIL-LINE.
           ADD 1 TO DETAIL-PRINTED.
           PERFORM PRINT-REPORT-LINE.

      *> A document group split across a page carries its document
      *> id over, so the later page still reads on its own.
       PRINT-PAGE-HEADING.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO HL1-PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-ON-PAGE.
           IF BREAK-DOC NOT = SPACE
               MOVE SPACE TO REPORT-LINE
               STRING "DOCUMENT " FUNCTION TRIM(BREAK-DOC)
                   " (CONTINUED)" DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-ON-PAGE
           END-IF.

      *> Opens the control group for NEXT-DOC. A heading that would
      *> land on the last lines of a page starts the next page.
       PRINT-GROUP-HEADING.
           MOVE SPACE TO BREAK-DOC.
           IF LINE-ON-PAGE + 3 > PAGE-LINES
               MOVE PAGE-LINES TO LINE-ON-PAGE
           END-IF.
           MOVE SPACE TO PRINT-LINE.
           STRING "DOCUMENT " FUNCTION TRIM(NEXT-DOC)
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE NEXT-DOC TO BREAK-DOC.

      *> Closes the group with the subtotal line already built in
      *> PRINT-LINE.
       PRINT-GROUP-TOTAL.
           PERFORM PRINT-REPORT-LINE.
           ADD 1 TO DOCS-PRINTED.
           MOVE SPACE TO BREAK-DOC.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

       CLOSE-REPORT.
           IF LINE-ON-PAGE + 2 > PAGE-LINES
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE REPORT-ID TO RTR-REPORT-ID.
           MOVE PAGE-NO TO RTR-PAGES.
      *> The count on the trailer takes in the trailer itself and
      *> the blank line before it, the same figure the log carries.
           COMPUTE RTR-LINES = BODY-LINES + 2.
           MOVE DETAIL-PRINTED TO RTR-DETAIL.
           MOVE DOCS-PRINTED TO RTR-DOCS.
           MOVE RECORDS-REPORTED TO RTR-READ.
           MOVE SPACE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE TRAILER-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-DISTRIBUTION-LOG.

      *> One routing record per recipient list, so whoever sends the
      *> morning pack knows which dataset goes where.
       WRITE-DISTRIBUTION-LOG.
           OPEN EXTEND DIST-LOG-FILE.
           IF DIST-COUNT = 0
               MOVE "UNASSIGNED" TO RPL-RECIPIENTS
               PERFORM WRITE-ONE-DIST-LOG
           ELSE
               PERFORM VARYING DLI FROM 1 BY 1 UNTIL DLI > DIST-COUNT
                   MOVE DIST-LIST(DLI) TO RPL-RECIPIENTS
                   PERFORM WRITE-ONE-DIST-LOG
               END-PERFORM
           END-IF.
           CLOSE DIST-LOG-FILE.

       WRITE-ONE-DIST-LOG.
           MOVE REPORT-DATE(1:8) TO RPL-RUN-DATE.
           MOVE SPACE TO RPL-SEP1.
           MOVE REPORT-DATE(9:6) TO RPL-RUN-TIME.
           MOVE SPACE TO RPL-SEP2.
           MOVE REPORT-ID TO RPL-REPORT-ID.
           MOVE SPACE TO RPL-SEP3.
           MOVE DIST-RUN-NAME TO RPL-RUN-NAME.
           MOVE SPACE TO RPL-SEP4.
           MOVE SPACE TO RPL-SEP5.
           MOVE PAGE-NO TO RPL-PAGES.
           MOVE SPACE TO RPL-SEP6.
           MOVE BODY-LINES TO RPL-LINES.
           MOVE SPACE TO RPL-SEP7.
           MOVE REPORT-FILE-NAME TO RPL-DATASET.
           WRITE REPORT-LOG-RECORD.
