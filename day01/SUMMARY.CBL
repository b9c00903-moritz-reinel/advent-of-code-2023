      * management asks for on the first business day, without the
      * spreadsheet. The period is keyed at the console, or comes
      * from the PERIOD parm card when the run is unattended.
      *
      * The report is also written, paged for distribution, to the
      * report dataset (sumrpt.txt, SUMRPT card): report id, run date
      * and time, page number and column headings on every page,
      * PAGELINES lines a page, a control group with subtotals per
      * document, and an end-of-report trailer with the counts so a
      * truncated copy is obvious. The distribution control file
      * (rptdist.txt) names the recipient lists for each run, and the
      * routing is logged to rptlog.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC23D01SUM.
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
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
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

       01  PARM-VALUE      PIC X(80).
       01  HISTORY-FILE-NAME    PIC X(80) VALUE "runhist.txt".
       01  AUDIT-FILE-NAME      PIC X(80) VALUE "runaudit.txt".
       01  REPORT-FILE-NAME     PIC X(80) VALUE "sumrpt.txt".
       01  DIST-FILE-NAME       PIC X(80) VALUE "rptdist.txt".
       01  DIST-LOG-NAME        PIC X(80) VALUE "rptlog.txt".
       01  DIST-RUN-NAME        PIC X(10) VALUE "DAILY".
       01  PAGE-LINES           PIC 9(3) VALUE 60.
       01  OPERATOR-ID          PIC X(8) VALUE SPACE.
       01  PARM-NUM        PIC 9(6) VALUE 0.
       01  UNATTENDED-OPT       PIC X VALUE "N".

       01  HIST-STATUS     PIC XX VALUE "00".
               10  PT-EXC-RUNS     PIC 9(4).
               10  PT-FIRST-EXC    PIC 9(6).
               10  PT-LAST-EXC     PIC 9(6).
               10  PT-PRINTED      PIC 9.
       01  PAIR-COUNT      PIC 9(3) VALUE 0.
       01  PTI             PIC 9(3) VALUE 0.
       01  SPI             PIC 9(3) VALUE 0.
       01  NET-EDIT        PIC -(8)9.
       01  EXC-TREND       PIC X(8) VALUE SPACE.

      *> Page control for the report dataset.
       01  DIST-STATUS     PIC XX VALUE "00".
       01  DIST-EOF        PIC 9 VALUE 0.
       01  REPORT-ID       PIC X(14) VALUE "AOC23D01SUM".
       01  REPORT-TITLE    PIC X(50)
           VALUE "PERIOD CALIBRATION SUMMARY".
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
           05  FILLER          PIC X(14) VALUE "PROGRAM".
           05  FILLER          PIC X(6) VALUE "RUNS".
           05  FILLER          PIC X(16) VALUE "   FIRST TOTAL".
           05  FILLER          PIC X(16) VALUE "    LAST TOTAL".
           05  FILLER          PIC X(16) VALUE "       HIGHEST".
           05  FILLER          PIC X(16) VALUE "        LOWEST".
           05  FILLER          PIC X(17) VALUE "   NET MOVEMENT".
           05  FILLER          PIC X(10) VALUE "EXC TREND".
           05  FILLER          PIC X(17) VALUE "EXC FIRST -> LAST".
       01  PAIR-DETAIL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-PROGRAM     PIC X(12).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-RUNS        PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-FIRST       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-LAST        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-HIGH        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-LOW         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-NET         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-TREND       PIC X(8).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  SDL-EXC-FIRST   PIC ZZZZZ9.
           05  FILLER          PIC X(4) VALUE " -> ".
           05  SDL-EXC-LAST    PIC ZZZZZ9.
       01  PAIR-TOTAL-LINE.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  STL-LABEL       PIC X(12).
           05  FILLER          PIC X(2) VALUE SPACE.
           05  STL-RUNS        PIC ZZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  STL-FIRST-SUM   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  STL-LAST-SUM    PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(34) VALUE SPACE.
           05  STL-NET         PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(2) VALUE SPACE.
           05  STL-RISING      PIC ZZZ9.
           05  FILLER          PIC X(7) VALUE " RISING".
       01  GRI             PIC 9(3) VALUE 0.
       01  GROUP-RUNS      PIC 9(4) VALUE 0.
       01  GROUP-FIRST-SUM PIC 9(11) VALUE 0.
       01  GROUP-LAST-SUM  PIC 9(11) VALUE 0.
       01  GROUP-NET       PIC S9(11) VALUE 0.
       01  GROUP-RISING    PIC 9(4) VALUE 0.
       01  REPORT-RUNS     PIC 9(6) VALUE 0.
       01  REPORT-FIRST-SUM     PIC 9(11) VALUE 0.
       01  REPORT-LAST-SUM      PIC 9(11) VALUE 0.
       01  REPORT-NET      PIC S9(11) VALUE 0.
       01  REPORT-RISING   PIC 9(4) VALUE 0.

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
           PERFORM RESOLVE-PERIOD.
           PERFORM SCAN-RUN-HISTORY.
           PERFORM SCAN-RUN-AUDIT.
           PERFORM REPORT-PERIOD-SUMMARY.
           PERFORM PRINT-SUMMARY-REPORT.
           PERFORM WRITE-AUDIT-RECORD.
           STOP RUN.

                       MOVE PARM-VALUE(1:6) TO PERIOD-TEXT
                   WHEN "UNATTENDED"
                       MOVE PARM-VALUE(1:1) TO UNATTENDED-OPT
                   WHEN "OPERATOR"
                       MOVE FUNCTION UPPER-CASE(PARM-VALUE(1:8))
                           TO OPERATOR-ID
                   WHEN "SUMRPT"
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
                   WHEN "AGERPT"
                       CONTINUE
                   WHEN "INQRPT"
                       CONTINUE
                   WHEN "SETRPT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** UNKNOWN PARM CARD KEYWORD: "
                           PARM-KEY
               MOVE 0 TO PT-EXC-RUNS(PTI)
               MOVE 0 TO PT-FIRST-EXC(PTI)
               MOVE 0 TO PT-LAST-EXC(PTI)
               MOVE 0 TO PT-PRINTED(PTI)
           END-IF.
           ADD 1 TO PT-RUNS(PTI).
           MOVE HIST-TOTAL TO PT-LAST-TOTAL(PTI).
           CLOSE AUDIT-FILE.
           MOVE 0 TO FILE-STATUS.

      *> Run-control refusals (DUPLICATE), override markers (FORCED)
      *> and back-out markers (REVERSED) land on the audit log for the
      *> same program and document but are not calibration runs -
      *> counting them would pad the run count and let a refusal end
      *> the month's trend.
       POST-AUDIT-RECORD.
           IF AUD-STATUS = "DUPLICATE" OR AUD-STATUS = "FORCED"
              OR AUD-STATUS = "REVERSED"
               CONTINUE
           ELSE
               PERFORM VARYING SPI FROM 1 BY 1 UNTIL SPI > PAIR-COUNT
           IF PT-EXC-RUNS(PTI) = 0
               DISPLAY "  EXCEPTION TREND: NO AUDIT RECORDS IN PERIOD"
           ELSE
               PERFORM CALC-EXC-TREND
               DISPLAY "  EXCEPTION TREND: " EXC-TREND " ("
                   PT-FIRST-EXC(PTI) " FIRST RUN, " PT-LAST-EXC(PTI)
                   " LAST RUN, OVER " PT-EXC-RUNS(PTI) " RUN(S))"
           END-IF.

       CALC-EXC-TREND.
           IF PT-LAST-EXC(PTI) > PT-FIRST-EXC(PTI)
               MOVE "RISING" TO EXC-TREND
           ELSE
               IF PT-LAST-EXC(PTI) < PT-FIRST-EXC(PTI)
                   MOVE "FALLING" TO EXC-TREND
               ELSE
                   MOVE "STEADY" TO EXC-TREND
               END-IF
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

      *> The report dataset groups the program/document pairs by
      *> document, one detail line per program, with a subtotal for
      *> each document and a period total ahead of the trailer.
       PRINT-SUMMARY-REPORT.
           PERFORM OPEN-REPORT.
           MOVE HIST-READ-COUNT TO RECORDS-REPORTED.
           STRING "PERIOD " REPORT-PERIOD "  RUN-HISTORY RECORDS IN "
               "PERIOD " HIST-IN-PERIOD "  AUDIT RECORDS IN PERIOD "
               AUDIT-IN-PERIOD DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF PAIR-COUNT = 0
               MOVE "NO RUNS POSTED IN THE PERIOD" TO PRINT-LINE
               PERFORM PRINT-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM VARYING GRI FROM 1 BY 1 UNTIL GRI > PAIR-COUNT
               IF PT-PRINTED(GRI) = 0
                   PERFORM PRINT-SUMMARY-GROUP
               END-IF
           END-PERFORM.
           MOVE "PERIOD TOTAL" TO STL-LABEL.
           MOVE REPORT-RUNS TO STL-RUNS.
           MOVE REPORT-FIRST-SUM TO STL-FIRST-SUM.
           MOVE REPORT-LAST-SUM TO STL-LAST-SUM.
           MOVE REPORT-NET TO STL-NET.
           MOVE REPORT-RISING TO STL-RISING.
           MOVE PAIR-TOTAL-LINE TO PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.

       PRINT-SUMMARY-GROUP.
           MOVE PT-DOC-ID(GRI) TO NEXT-DOC.
           PERFORM PRINT-GROUP-HEADING.
           MOVE 0 TO GROUP-RUNS.
           MOVE 0 TO GROUP-FIRST-SUM.
           MOVE 0 TO GROUP-LAST-SUM.
           MOVE 0 TO GROUP-NET.
           MOVE 0 TO GROUP-RISING.
           PERFORM VARYING PTI FROM GRI BY 1 UNTIL PTI > PAIR-COUNT
               IF PT-DOC-ID(PTI) = PT-DOC-ID(GRI)
                   PERFORM PRINT-SUMMARY-DETAIL
               END-IF
           END-PERFORM.
           MOVE "DOC TOTAL" TO STL-LABEL.
           MOVE GROUP-RUNS TO STL-RUNS.
           MOVE GROUP-FIRST-SUM TO STL-FIRST-SUM.
           MOVE GROUP-LAST-SUM TO STL-LAST-SUM.
           MOVE GROUP-NET TO STL-NET.
           MOVE GROUP-RISING TO STL-RISING.
           MOVE PAIR-TOTAL-LINE TO PRINT-LINE.
           PERFORM PRINT-GROUP-TOTAL.
           ADD GROUP-RUNS TO REPORT-RUNS.
           ADD GROUP-FIRST-SUM TO REPORT-FIRST-SUM.
           ADD GROUP-LAST-SUM TO REPORT-LAST-SUM.
           ADD GROUP-NET TO REPORT-NET.
           ADD GROUP-RISING TO REPORT-RISING.

       PRINT-SUMMARY-DETAIL.
           MOVE 1 TO PT-PRINTED(PTI).
           MOVE PT-PROGRAM(PTI) TO SDL-PROGRAM.
           MOVE PT-RUNS(PTI) TO SDL-RUNS.
           MOVE PT-FIRST-TOTAL(PTI) TO SDL-FIRST.
           MOVE PT-LAST-TOTAL(PTI) TO SDL-LAST.
           MOVE PT-HIGH-TOTAL(PTI) TO SDL-HIGH.
           MOVE PT-LOW-TOTAL(PTI) TO SDL-LOW.
           COMPUTE NET-MOVEMENT =
               PT-LAST-TOTAL(PTI) - PT-FIRST-TOTAL(PTI).
           MOVE NET-MOVEMENT TO SDL-NET.
           IF PT-EXC-RUNS(PTI) = 0
               MOVE "NO AUDIT" TO SDL-TREND
           ELSE
               PERFORM CALC-EXC-TREND
               MOVE EXC-TREND TO SDL-TREND
               IF EXC-TREND = "RISING"
                   ADD 1 TO GROUP-RISING
               END-IF
           END-IF.
           MOVE PT-FIRST-EXC(PTI) TO SDL-EXC-FIRST.
           MOVE PT-LAST-EXC(PTI) TO SDL-EXC-LAST.
           MOVE PAIR-DETAIL-LINE TO PRINT-LINE.
           PERFORM PRINT-DETAIL-LINE.
           ADD PT-RUNS(PTI) TO GROUP-RUNS.
           ADD PT-FIRST-TOTAL(PTI) TO GROUP-FIRST-SUM.
           ADD PT-LAST-TOTAL(PTI) TO GROUP-LAST-SUM.
           ADD NET-MOVEMENT TO GROUP-NET.

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
