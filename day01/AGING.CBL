      * off an incomplete total. Records written before the date was
      * carried read back blank and are aged as OLDER THAN ANYTHING
      * DATED, which is where a reject of unknown age belongs.
      *
      * The report is also written, paged for distribution, to the
      * report dataset (agerpt.txt, AGERPT card): report id, run date
      * and time, page number and column headings on every page,
      * PAGELINES lines a page, a control group with subtotals per
      * document, and an end-of-report trailer with the counts so a
      * truncated copy is obvious. The distribution control file
      * (rptdist.txt) names the recipient lists for each run, and the
      * routing is logged to rptlog.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01AGE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DIST-FILE ASSIGN DYNAMIC DIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-STATUS.

           SELECT OPTIONAL DIST-LOG-FILE ASSIGN DYNAMIC DIST-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  RUN-HISTORY-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNHIST.

       FD  REPORT-FILE LABEL RECORDS ARE OMITTED.
       01  REPORT-LINE     PIC X(132).

       FD  DIST-FILE LABEL RECORDS ARE OMITTED.
       01  DIST-LINE       PIC X(100).

       FD  DIST-LOG-FILE LABEL RECORDS ARE OMITTED.
       COPY RPTLOG.

       FD  AUDIT-FILE LABEL RECORDS ARE OMITTED.
       COPY RUNAUDIT.

       01  EXCEPTION-FILE-NAME  PIC X(80) VALUE "exceptions.txt".
       01  HISTORY-FILE-NAME    PIC X(80) VALUE "runhist.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  REPORT-FILE-NAME     PIC X(80) VALUE "agerpt.txt".
       01  DIST-FILE-NAME       PIC X(80) VALUE "rptdist.txt".
       01  DIST-LOG-NAME        PIC X(80) VALUE "rptlog.txt".
       01  DIST-RUN-NAME        PIC X(10) VALUE "DAILY".
       01  PAGE-LINES           PIC 9(3) VALUE 60.
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  UNATTENDED-OPT       PIC X VALUE "N".
       01  AGE-LIMIT            PIC 9(3) VALUE 3.


      *> One entry per document with open rejects. The oldest age
      *> drives the threshold flag; undated rejects force it past
      *> any threshold. The same buckets are kept again by method
      *> (1 PT1, 2 PT2) for the detail lines of the report dataset.
       01  DOC-TABLE.
           05  DOC-ENTRY OCCURS 500 TIMES.
               10  DT-DOC-ID       PIC X(80).
               10  DT-OLDEST-AGE   PIC 9(5).
               10  DT-HELD-VALUE   PIC 9(9).
               10  DT-VALUE-KNOWN  PIC 9.
               10  DT-METHOD-AGE OCCURS 2 TIMES.
                   15  DTM-TODAY       PIC 9(6).
                   15  DTM-RECENT      PIC 9(6).
                   15  DTM-OLD         PIC 9(6).
                   15  DTM-UNDATED     PIC 9(6).
                   15  DTM-OLDEST-AGE  PIC 9(5).
       01  DOC-COUNT       PIC 9(3) VALUE 0.
       01  DTI             PIC 9(3) VALUE 0.
       01  SDI             PIC 9(3) VALUE 0.
       01  MTI             PIC 9 VALUE 0.
       01  DOC-FOUND       PIC 9 VALUE 0.
       01  DOC-UPPER       PIC X(20) VALUE SPACE.
       01  HIST-DOC-UPPER  PIC X(20) VALUE SPACE.

      *> Page control for the report dataset.
       01  DIST-STATUS     PIC XX VALUE "00".
       01  DIST-EOF        PIC 9 VALUE 0.
       01  REPORT-ID       PIC X(14) VALUE "AOC23D01AGE".
       01  REPORT-TITLE    PIC X(50)
           VALUE "OPEN EXCEPTION AGING".
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
           05  FILLER          PIC X(12) VALUE "METHOD".
           05  FILLER          PIC X(12) VALUE "       TODAY".
           05  FILLER          PIC X(12) VALUE "    1-3 DAYS".
           05  FILLER          PIC X(12) VALUE " OVER 3 DAYS".
           05  FILLER          PIC X(12) VALUE "     UNDATED".
           05  FILLER          PIC X(12) VALUE "  OLDEST AGE".
           05  FILLER          PIC X(20) VALUE "     VALUE HELD UP".
           05  FILLER          PIC X(30) VALUE "FLAG".
       01  AGING-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  AGL-LABEL       PIC X(12).
           05  FILLER          PIC X(4) VALUE SPACE.
           05  AGL-TODAY       PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(4) VALUE SPACE.
           05  AGL-RECENT      PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(4) VALUE SPACE.
           05  AGL-OLD         PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(4) VALUE SPACE.
           05  AGL-UNDATED     PIC ZZZZ,ZZ9.
           05  FILLER          PIC X(4) VALUE SPACE.
           05  AGL-OLDEST      PIC ZZZZ,ZZ9.
           05  AGL-OLDEST-X REDEFINES AGL-OLDEST PIC X(8).
           05  FILLER          PIC X(4) VALUE SPACE.
           05  AGL-HELD        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  AGL-HELD-X REDEFINES AGL-HELD PIC X(14).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  AGL-NOTE        PIC X(30).
       01  METHOD-NAME-LIST.
           05  FILLER          PIC X(3) VALUE "PT1".
           05  FILLER          PIC X(3) VALUE "PT2".
       01  METHOD-NAMES REDEFINES METHOD-NAME-LIST.
           05  METHOD-NAME     PIC X(3) OCCURS 2 TIMES.
       01  REPORT-TODAY    PIC 9(7) VALUE 0.
       01  REPORT-RECENT   PIC 9(7) VALUE 0.
       01  REPORT-OLD      PIC 9(7) VALUE 0.
       01  REPORT-UNDATED  PIC 9(7) VALUE 0.
       01  REPORT-OLDEST   PIC 9(5) VALUE 0.
       01  REPORT-HELD     PIC 9(11) VALUE 0.
       01  METHOD-REJECTS  PIC 9(7) VALUE 0.

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
      *> UNATTENDED=Y runs with the AGELIMIT card (or the default)
      *> so the report can ride the nightly schedule.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM ATTACH-HELD-VALUES.
           PERFORM REPORT-AGING.
           PERFORM PRINT-AGING-REPORT.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

                       END-IF
                   WHEN "UNATTENDED"
                       MOVE PARM-VALUE(1:1) TO UNATTENDED-OPT
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
                   WHEN "AGERPT"
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
                   WHEN "INQRPT"
                       CONTINUE
                   WHEN "SETRPT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN PARM CARD KEYWORD: "
                           PARM-KEY
               END-IF
           END-IF.
           PERFORM FIND-OR-ADD-DOC.
           IF EXC-METHOD = "PT2"
               MOVE 2 TO MTI
           ELSE
               MOVE 1 TO MTI
           END-IF.
           IF EXC-UNDATED = 1
               ADD 1 TO DT-UNDATED(DTI)
               MOVE 99999 TO DT-OLDEST-AGE(DTI)
               ADD 1 TO DTM-UNDATED(DTI, MTI)
               MOVE 99999 TO DTM-OLDEST-AGE(DTI, MTI)
           ELSE
               EVALUATE TRUE
                   WHEN EXC-AGE = 0
                       ADD 1 TO DT-TODAY(DTI)
                       ADD 1 TO DTM-TODAY(DTI, MTI)
                   WHEN EXC-AGE <= 3
                       ADD 1 TO DT-RECENT(DTI)
                       ADD 1 TO DTM-RECENT(DTI, MTI)
                   WHEN OTHER
                       ADD 1 TO DT-OLD(DTI)
                       ADD 1 TO DTM-OLD(DTI, MTI)
               END-EVALUATE
               IF EXC-AGE > DT-OLDEST-AGE(DTI)
                   MOVE EXC-AGE TO DT-OLDEST-AGE(DTI)
               END-IF
               IF EXC-AGE > DTM-OLDEST-AGE(DTI, MTI)
                   MOVE EXC-AGE TO DTM-OLDEST-AGE(DTI, MTI)
               END-IF
           END-IF.

       FIND-OR-ADD-DOC.
           END-IF.

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

      *> The report dataset gives each document with open rejects a
      *> control group - one detail line per rejecting method, then
      *> the document subtotal with its held-up value and flag - and
      *> a report total ahead of the trailer.
       PRINT-AGING-REPORT.
           PERFORM OPEN-REPORT.
           MOVE READ-COUNT TO RECORDS-REPORTED.
           STRING "AS OF " TODAY-DATE "  THRESHOLD " AGE-LIMIT
               " DAYS" DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF DOC-COUNT = 0
               MOVE "NO OPEN EXCEPTIONS - NOTHING AGING" TO PRINT-LINE
               PERFORM PRINT-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM VARYING DTI FROM 1 BY 1 UNTIL DTI > DOC-COUNT
               PERFORM PRINT-AGING-GROUP
           END-PERFORM.
           MOVE "REPORT TOTAL" TO AGL-LABEL.
           MOVE REPORT-TODAY TO AGL-TODAY.
           MOVE REPORT-RECENT TO AGL-RECENT.
           MOVE REPORT-OLD TO AGL-OLD.
           MOVE REPORT-UNDATED TO AGL-UNDATED.
           IF REPORT-OLDEST = 99999
               MOVE " UNDATED" TO AGL-OLDEST-X
           ELSE
               MOVE REPORT-OLDEST TO AGL-OLDEST
           END-IF.
           MOVE REPORT-HELD TO AGL-HELD.
           MOVE SPACE TO AGL-NOTE.
           STRING FLAGGED-COUNT " DOCUMENT(S) FLAGGED"
               DELIMITED BY SIZE INTO AGL-NOTE.
           MOVE AGING-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.

       PRINT-AGING-GROUP.
           MOVE DT-DOC-ID(DTI) TO NEXT-DOC.
           PERFORM PRINT-GROUP-HEADING.
           PERFORM VARYING MTI FROM 1 BY 1 UNTIL MTI > 2
               COMPUTE METHOD-REJECTS = DTM-TODAY(DTI, MTI)
                   + DTM-RECENT(DTI, MTI) + DTM-OLD(DTI, MTI)
                   + DTM-UNDATED(DTI, MTI)
               IF METHOD-REJECTS > 0
                   PERFORM PRINT-AGING-DETAIL
               END-IF
           END-PERFORM.
           MOVE "DOC TOTAL" TO AGL-LABEL.
           MOVE DT-TODAY(DTI) TO AGL-TODAY.
           MOVE DT-RECENT(DTI) TO AGL-RECENT.
           MOVE DT-OLD(DTI) TO AGL-OLD.
           MOVE DT-UNDATED(DTI) TO AGL-UNDATED.
           IF DT-OLDEST-AGE(DTI) = 99999
               MOVE " UNDATED" TO AGL-OLDEST-X
           ELSE
               MOVE DT-OLDEST-AGE(DTI) TO AGL-OLDEST
           END-IF.
           IF DT-VALUE-KNOWN(DTI) = 1
               MOVE DT-HELD-VALUE(DTI) TO AGL-HELD
               ADD DT-HELD-VALUE(DTI) TO REPORT-HELD
           ELSE
               MOVE "   NOT POSTED" TO AGL-HELD-X
           END-IF.
           MOVE SPACE TO AGL-NOTE.
           IF DT-UNDATED(DTI) > 0
               MOVE "*** UNDATED REJECTS" TO AGL-NOTE
           ELSE
               IF DT-OLDEST-AGE(DTI) > AGE-LIMIT
                   MOVE "*** PAST THE THRESHOLD" TO AGL-NOTE
               END-IF
           END-IF.
           MOVE AGING-LINE TO PRINT-LINE.
           PERFORM PRINT-GROUP-TOTAL.
           ADD DT-TODAY(DTI) TO REPORT-TODAY.
           ADD DT-RECENT(DTI) TO REPORT-RECENT.
           ADD DT-OLD(DTI) TO REPORT-OLD.
           ADD DT-UNDATED(DTI) TO REPORT-UNDATED.
           IF DT-OLDEST-AGE(DTI) > REPORT-OLDEST
               MOVE DT-OLDEST-AGE(DTI) TO REPORT-OLDEST
           END-IF.

       PRINT-AGING-DETAIL.
           MOVE METHOD-NAME(MTI) TO AGL-LABEL.
           MOVE DTM-TODAY(DTI, MTI) TO AGL-TODAY.
           MOVE DTM-RECENT(DTI, MTI) TO AGL-RECENT.
           MOVE DTM-OLD(DTI, MTI) TO AGL-OLD.
           MOVE DTM-UNDATED(DTI, MTI) TO AGL-UNDATED.
           IF DTM-OLDEST-AGE(DTI, MTI) = 99999
               MOVE " UNDATED" TO AGL-OLDEST-X
           ELSE
               MOVE DTM-OLDEST-AGE(DTI, MTI) TO AGL-OLDEST
           END-IF.
           MOVE SPACE TO AGL-HELD-X.
           MOVE SPACE TO AGL-NOTE.
           MOVE AGING-LINE TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.

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
